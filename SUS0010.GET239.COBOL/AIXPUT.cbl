      *****************************************************************
      *PURPOSE: Shared CASEMAST alternate-index maintenance routine.
      *The monthly reports and the series/referral steps only ever
      *want one slice of the case master - one month, one beat, one
      *IUCR - but CASEMAST is keyed on case number alone, so every
      *one of them read the whole master end to end.  The CASEAIX
      *alternate-index file carries one entry per case under each
      *of four alternate keys, all ending in the case number:
      *  B + BEAT          + INCIDENT DATE (CCYYMMDD)
      *  I + IUCR          + INCIDENT DATE
      *  A + COMMUNITY AREA + INCIDENT DATE
      *  U + (BLANK)       + LAST-UPDATED DATE
      *so a reader STARTs on the slice it needs, browses it, and
      *reads only those cases off CASEMAST by key.  Every program
      *that writes, rewrites or deletes a CASEMAST record calls this
      *routine once per applied update with the action ('W' write,
      *'R' rewrite, 'D' delete - the same codes JRNLPUT takes), the
      *before-image and the after-image.  A rewrite that leaves a
      *key's fields alone leaves that entry alone.  An incident or
      *update date that will not parse indexes as 00000000.  The
      *file stays open across calls for the life of the run.  A
      *missing CASEAIX is created empty; one that cannot be opened
      *is warned about once and updates proceed unindexed - the
      *weekend AIXBLD rebuild puts the index right again.
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      AIXPUT.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    January 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASE-AIX-FILE ASSIGN TO CASEAIX
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AX-KEY
           FILE STATUS IS WS-CASEAIX-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * CASE MASTER ALTERNATE INDEX - THE KEY IS THE WHOLE RECORD
      *****************************************************************
       FD  CASE-AIX-FILE.
       01  CASE-AIX-REC.
           05  AX-KEY.
               10  AX-INDEX-TYPE            PIC X(1).
               10  AX-INDEX-VALUE           PIC X(4).
               10  AX-INDEX-DATE            PIC X(8).
               10  AX-CASE-NUMBER           PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-CASEAIX-STATUS                PIC XX.
       01  WS-INDEX-STATE                   PIC X       VALUE 'C'.
           88  INDEX-OPEN                               VALUE 'O'.
           88  INDEX-DEAD                               VALUE 'D'.

      *****THE CASE RECORD WHOSE KEYS ARE BEING BUILT******************
       01  WS-CASE-IMAGE.
           05  WSC-CASE-NUMBER              PIC X(8).
           05  WSC-DATE-TIME                PIC X(15).
           05  FILLER                       PIC X(40).
           05  WSC-IUCR                     PIC X(4).
           05  FILLER                       PIC X(132).
           05  WSC-BEAT                     PIC X(4).
           05  FILLER                       PIC X(46).
           05  WSC-COMMUNITY-AREA           PIC X(2).
           05  WSC-UPDATED-ON               PIC X(15).

      *****THE FOUR KEYS BEFORE AND AFTER THE UPDATE*******************
       01  WS-BUILT-KEYS.
           05  WS-BUILT-KEY                 PIC X(21) OCCURS 4 TIMES.
       01  WS-OLD-KEYS.
           05  WS-OLD-KEY                   PIC X(21) OCCURS 4 TIMES.
       01  WS-NEW-KEYS.
           05  WS-NEW-KEY                   PIC X(21) OCCURS 4 TIMES.
       01  WS-KEY-SUB                       PIC 9(1).
       01  WS-ONE-KEY.
           05  WSK-INDEX-TYPE               PIC X(1).
           05  WSK-INDEX-VALUE              PIC X(4).
           05  WSK-INDEX-DATE               PIC X(8).
           05  WSK-CASE-NUMBER              PIC X(8).
       01  WS-INCIDENT-DATE-8               PIC X(8).
       01  WS-UPDATED-DATE-8                PIC X(8).

      *****CONVERTED DATE *********************************************
       01  WS-DATE-CONV.
           05  WS-MONTH                  PIC XX.
           05  WS-DAY                    PIC XX.
           05  WS-YEAR                   PIC X(4).
       01  WS-DATE-CONVR REDEFINES WS-DATE-CONV.
           05  WS-MONTH9                 PIC 99.
           05  WS-DAY9                   PIC 99.
           05  WS-YEAR9                  PIC 9(4).

      **** CONVERTED TIME *********************************************
       01  WS-TIME-CONV.
           05  WS-HOUR                   PIC XX.
           05  WS-MIN                    PIC XX.
       01  WS-TIME-CONVR REDEFINES WS-TIME-CONV.
           05  WS-HOUR9                  PIC 99.
           05  WS-MIN9                   PIC 99.

      **** CALLED PROGRAM *********************************************
       01  CONVERT-DATE                  PIC X(8) VALUE 'CONVDATE'.
       01  WS-CONVDATE-STATUS             PIC X(1).
           88  WS-CONVDATE-VALID                       VALUE '0'.

       LINKAGE SECTION.
       01  LK-ACTION                        PIC X(1).
       01  LK-BEFORE-IMAGE                  PIC X(266).
       01  LK-AFTER-IMAGE                   PIC X(266).

      *****************************************************************
       PROCEDURE DIVISION USING LK-ACTION LK-BEFORE-IMAGE
                                 LK-AFTER-IMAGE.
      *****************************************************************
       0000-MAINLINE.
           IF NOT INDEX-OPEN AND NOT INDEX-DEAD
               PERFORM 1000-OPEN-INDEX
           END-IF.
           IF INDEX-OPEN
               PERFORM 2000-APPLY-INDEX-UPDATE
           END-IF.
           GOBACK.

      *****************************************************************
       1000-OPEN-INDEX.
           OPEN I-O CASE-AIX-FILE.
           IF WS-CASEAIX-STATUS = '35'
               OPEN OUTPUT CASE-AIX-FILE
               CLOSE CASE-AIX-FILE
               OPEN I-O CASE-AIX-FILE
           END-IF.
           IF WS-CASEAIX-STATUS = '00'
               MOVE 'O' TO WS-INDEX-STATE
           ELSE
               MOVE 'D' TO WS-INDEX-STATE
               DISPLAY '*** CASEAIX UNAVAILABLE - CASEMAST UPDATES '
                       'ARE NOT BEING INDEXED ***'
           END-IF.

      *****************************************************************
      * A WRITE ADDS THE AFTER-IMAGE'S KEYS, A DELETE DROPS THE
      * BEFORE-IMAGE'S, AND A REWRITE SWAPS ONLY THE KEYS THAT MOVED
      *****************************************************************
       2000-APPLY-INDEX-UPDATE.
           MOVE SPACES TO WS-OLD-KEYS WS-NEW-KEYS.
           IF LK-ACTION = 'R' OR LK-ACTION = 'D'
               MOVE LK-BEFORE-IMAGE TO WS-CASE-IMAGE
               PERFORM 3000-BUILD-CASE-KEYS
               MOVE WS-BUILT-KEYS TO WS-OLD-KEYS
           END-IF.
           IF LK-ACTION = 'R' OR LK-ACTION = 'W'
               MOVE LK-AFTER-IMAGE TO WS-CASE-IMAGE
               PERFORM 3000-BUILD-CASE-KEYS
               MOVE WS-BUILT-KEYS TO WS-NEW-KEYS
           END-IF.
           PERFORM 2100-APPLY-ONE-KEY
               VARYING WS-KEY-SUB FROM 1 BY 1
               UNTIL WS-KEY-SUB > 4.

       2100-APPLY-ONE-KEY.
           IF WS-OLD-KEY(WS-KEY-SUB) NOT = WS-NEW-KEY(WS-KEY-SUB)
               IF WS-OLD-KEY(WS-KEY-SUB) NOT = SPACES
                   MOVE WS-OLD-KEY(WS-KEY-SUB) TO AX-KEY
                   DELETE CASE-AIX-FILE RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
               END-IF
               IF WS-NEW-KEY(WS-KEY-SUB) NOT = SPACES
                   MOVE WS-NEW-KEY(WS-KEY-SUB) TO AX-KEY
                   WRITE CASE-AIX-REC
                       INVALID KEY CONTINUE
                   END-WRITE
               END-IF
           END-IF.

      *****************************************************************
      * THE FOUR ALTERNATE KEYS FOR THE CASE IN WS-CASE-IMAGE
      *****************************************************************
       3000-BUILD-CASE-KEYS.
           MOVE '00000000' TO WS-INCIDENT-DATE-8.
           CALL CONVERT-DATE USING WSC-DATE-TIME
                           WS-DATE-CONVR
                           WS-TIME-CONVR
                           WS-CONVDATE-STATUS.
           IF WS-CONVDATE-VALID
               MOVE WS-YEAR9 TO WS-INCIDENT-DATE-8(1:4)
               MOVE WS-MONTH9 TO WS-INCIDENT-DATE-8(5:2)
               MOVE WS-DAY9 TO WS-INCIDENT-DATE-8(7:2)
           END-IF.
           MOVE '00000000' TO WS-UPDATED-DATE-8.
           CALL CONVERT-DATE USING WSC-UPDATED-ON
                           WS-DATE-CONVR
                           WS-TIME-CONVR
                           WS-CONVDATE-STATUS.
           IF WS-CONVDATE-VALID
               MOVE WS-YEAR9 TO WS-UPDATED-DATE-8(1:4)
               MOVE WS-MONTH9 TO WS-UPDATED-DATE-8(5:2)
               MOVE WS-DAY9 TO WS-UPDATED-DATE-8(7:2)
           END-IF.
           MOVE WSC-CASE-NUMBER TO WSK-CASE-NUMBER.
           MOVE WS-INCIDENT-DATE-8 TO WSK-INDEX-DATE.
           MOVE 'B' TO WSK-INDEX-TYPE.
           MOVE WSC-BEAT TO WSK-INDEX-VALUE.
           MOVE WS-ONE-KEY TO WS-BUILT-KEY(1).
           MOVE 'I' TO WSK-INDEX-TYPE.
           MOVE WSC-IUCR TO WSK-INDEX-VALUE.
           MOVE WS-ONE-KEY TO WS-BUILT-KEY(2).
           MOVE 'A' TO WSK-INDEX-TYPE.
           MOVE WSC-COMMUNITY-AREA TO WSK-INDEX-VALUE.
           MOVE WS-ONE-KEY TO WS-BUILT-KEY(3).
           MOVE 'U' TO WSK-INDEX-TYPE.
           MOVE SPACES TO WSK-INDEX-VALUE.
           MOVE WS-UPDATED-DATE-8 TO WSK-INDEX-DATE.
           MOVE WS-ONE-KEY TO WS-BUILT-KEY(4).

      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
