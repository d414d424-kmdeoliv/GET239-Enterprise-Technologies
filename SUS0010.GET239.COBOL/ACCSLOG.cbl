      *****************************************************************
      *PURPOSE: Shared case-access log routine for the state CJIS
      *audit, called by each program that hands out case detail
      *(CASEDOSS, CASEHIST, NARRSRCH, RESEARCH) once per case it
      *answers and once for every request it refuses.  Appends a
      *one-line record to the shared ACCSLOG file: the operator id
      *off the request card, the access date and time, the program,
      *the case number (blank on a whole-request refusal), the
      *purpose code, and the disposition ('A' case detail answered,
      *'R' request refused).  ACCSRPT reports the log by operator
      *each month.  A missing ACCSLOG DD is announced and the step
      *ends RC=4 so operations sees the gap in the trail.
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      ACCSLOG.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    February 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCESS-LOG-FILE ASSIGN TO ACCSLOG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ACCSLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCESS-LOG-FILE.
       01  ACCESS-LOG-REC.
           05  AL-OPERATOR-ID               PIC X(8).
           05  AL-ACCESS-DATE               PIC X(8).
           05  AL-ACCESS-TIME               PIC X(6).
           05  AL-PROGRAM-ID                PIC X(8).
           05  AL-CASE-NUMBER               PIC X(8).
           05  AL-PURPOSE-CODE              PIC X(2).
           05  AL-DISPOSITION               PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-ACCSLOG-STATUS                PIC XX.

       LINKAGE SECTION.
       01  LK-PROGRAM-ID                    PIC X(8).
       01  LK-OPERATOR-ID                   PIC X(8).
       01  LK-CASE-NUMBER                   PIC X(8).
       01  LK-PURPOSE-CODE                  PIC X(2).
       01  LK-DISPOSITION                   PIC X(1).

      *****************************************************************
       PROCEDURE DIVISION USING LK-PROGRAM-ID LK-OPERATOR-ID
                                 LK-CASE-NUMBER LK-PURPOSE-CODE
                                 LK-DISPOSITION.
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-APPEND-ACCESS-REC.
           GOBACK.

      *****************************************************************
       1000-APPEND-ACCESS-REC.
           OPEN EXTEND ACCESS-LOG-FILE.
           IF WS-ACCSLOG-STATUS = '00'
               MOVE LK-OPERATOR-ID            TO AL-OPERATOR-ID
               MOVE FUNCTION CURRENT-DATE(1:8)
                                               TO AL-ACCESS-DATE
               MOVE FUNCTION CURRENT-DATE(9:6)
                                               TO AL-ACCESS-TIME
               MOVE LK-PROGRAM-ID             TO AL-PROGRAM-ID
               MOVE LK-CASE-NUMBER            TO AL-CASE-NUMBER
               MOVE LK-PURPOSE-CODE           TO AL-PURPOSE-CODE
               MOVE LK-DISPOSITION            TO AL-DISPOSITION
               WRITE ACCESS-LOG-REC
               CLOSE ACCESS-LOG-FILE
           ELSE
               DISPLAY '*** ACCSLOG UNAVAILABLE - ACCESS TO CASE '
                       LK-CASE-NUMBER ' BY ' LK-OPERATOR-ID
                       ' NOT LOGGED ***'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
