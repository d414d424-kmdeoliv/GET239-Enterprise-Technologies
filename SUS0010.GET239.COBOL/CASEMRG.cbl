      *job, the same copy-review-promote pattern BEATREST uses.
      *Each applied renumber also writes an old-to-new record to the
      *keyed CASEXREF cross-reference, so a dossier pull on the old
      *number still resolves (CASEDOSS follows the alias), and moves
      *the case's CASEAIX alternate-index entries to the new number
      *through AIXPUT.  A
      *transaction whose new number already exists on CASEMAST is
      *rejected - merging two live cases is a records-unit decision,
      *not a batch one.
       01 WS-RECOVS-REKEYED        PIC 9(3)     VALUE 0.
       01 WS-RECOVS-REKEYEDZ       PIC ZZ9.

      *****ALTERNATE-INDEX WORK FIELDS (SEE AIXPUT)********************
       01 CALL-AIXPUT              PIC X(8)     VALUE 'AIXPUT'.
       01 WS-AIX-ACTION            PIC X(1).
       01 WS-AIX-BEFORE-IMAGE      PIC X(266).
       01 WS-AIX-AFTER-IMAGE       PIC X(266).

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CASE-MASTER-REC TO WS-AIX-BEFORE-IMAGE
                   DELETE CASE-MASTER-FILE RECORD
                   MOVE MG-NEW-CASE-NUMBER TO CM-CASE-NUMBER
                   WRITE CASE-MASTER-REC
                   ADD 1 TO WS-MASTERS-REKEYED
                   MOVE CASE-MASTER-REC TO WS-AIX-AFTER-IMAGE
                   PERFORM 335-REKEY-ALTERNATE-INDEX
           END-READ.

      *THE OLD NUMBER'S CASEAIX ENTRIES GO, THE NEW NUMBER'S ARRIVE****
       335-REKEY-ALTERNATE-INDEX.
           MOVE 'D' TO WS-AIX-ACTION.
           CALL CALL-AIXPUT USING WS-AIX-ACTION WS-AIX-BEFORE-IMAGE
                                  WS-AIX-AFTER-IMAGE.
           MOVE 'W' TO WS-AIX-ACTION.
           CALL CALL-AIXPUT USING WS-AIX-ACTION WS-AIX-BEFORE-IMAGE
                                  WS-AIX-AFTER-IMAGE.

       340-REKEY-DISPATCH.
           MOVE MG-OLD-CASE-NUMBER TO DI-CASE-NUMBER.
           READ DISPATCH-INDEX-FILE
