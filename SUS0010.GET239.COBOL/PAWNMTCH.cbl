      *****************************************************************
      *PURPOSE: Pawn ticket to stolen property serial-number match.
      *This program loads every PROPMAST property line that carries a
      *serial number and is not yet fully recovered, then reads the
      *PAWNMAST pawn ticket master and compares the serial number on
      *each ticket not already matched.  Serial numbers are compared
      *upper-cased with spaces and hyphens squeezed out, since the
      *dealers and the records unit key them differently.  A hit is
      *routed to the analyst who holds the case on ASGNMAST (cases
      *with no assignment print under UNASSIGNED) and listed on the
      *PAWNHIT report grouped by analyst; the ticket is flagged
      *matched on PAWNMAST with the case, line and run date so the
      *same ticket never comes back as a hit on a later run.
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      PAWNMTCH.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    January 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAWN-MASTER-FILE ASSIGN TO PAWNMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PW-KEY
           FILE STATUS IS WS-PAWNMAST-STATUS.
           SELECT PROP-MASTER-FILE ASSIGN TO PROPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PR-KEY
           FILE STATUS IS WS-PROPMAST-STATUS.
           SELECT ASSIGN-MASTER-FILE ASSIGN TO ASGNMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AS-CASE-NUMBER
           FILE STATUS IS WS-ASGNMAST-STATUS.
           SELECT ROSTER-FILE ASSIGN TO ANLROSTR
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HIT-REPORT-FILE ASSIGN TO PAWNHIT
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****PAWN TICKET MASTER - SEE PAWNIN*****************************
       FD  PAWN-MASTER-FILE.
       01  PAWN-MASTER-REC.
           05  PW-KEY.
               10  PW-DEALER-ID             PIC X(6).
               10  PW-TICKET-NO             PIC X(10).
           05  PW-TRANS-DATE                PIC X(8).
           05  PW-SERIAL-NO                 PIC X(20).
           05  PW-ITEM-DESC                 PIC X(40).
           05  PW-DEALER-NAME               PIC X(30).
           05  PW-MATCH-FLAG                PIC X(1).
               88  PW-MATCHED                           VALUE 'Y'.
               88  PW-UNMATCHED                         VALUE 'N'.
           05  PW-MATCH-CASE                PIC X(8).
           05  PW-MATCH-LINE                PIC 9(3).
           05  PW-MATCH-DATE                PIC X(8).

      *****PROPERTY LOSS MASTER - SEE PROPMNT**************************
       FD  PROP-MASTER-FILE.
       01  PROP-MASTER-REC.
           05  PR-KEY.
               10  PR-CASE-NUMBER           PIC X(8).
               10  PR-LINE-NO               PIC 9(3).
           05  PR-TYPE-CODE                 PIC X(2).
           05  PR-DESCRIPTION               PIC X(40).
           05  PR-SERIAL-NO                 PIC X(20).
           05  PR-STOLEN-VALUE              PIC 9(7)V99.
           05  PR-RECOVERED-VALUE           PIC 9(7)V99.

      *****ASSIGNMENT MASTER - SEE DISPASGN****************************
       FD  ASSIGN-MASTER-FILE.
       01  ASSIGN-MASTER-REC.
           05  AS-CASE-NUMBER               PIC X(8).
           05  AS-ANALYST-ID                PIC X(4).
           05  AS-ASSIGNED-DATE             PIC X(8).
           05  AS-DISPO-CODE                PIC X(2).
           05  AS-DISPO-DATE                PIC X(8).

      *****ANALYST ROSTER - SEE DISPASGN*******************************
       FD  ROSTER-FILE.
       01  ROSTER-REC.
           05  RS-ANALYST-ID                PIC X(4).
           05  RS-ANALYST-NAME              PIC X(25).
           05  FILLER                       PIC X(10).

      ***PAWN HIT REPORT***********************************************
       FD  HIT-REPORT-FILE.
       01  HIT-OUT-REC                      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-ROSTER-EOF-SWITCH     PIC X        VALUE 'N'.
              88 ROSTER-EOF                         VALUE 'Y'.
           05 WS-FOUND-SWITCH          PIC X        VALUE 'N'.
              88 WS-FOUND                           VALUE 'Y'.
           05 WS-PROP-AVAILABLE-SWITCH PIC X        VALUE 'N'.
              88 PROP-AVAILABLE                     VALUE 'Y'.
       01 WS-PAWNMAST-STATUS           PIC XX.
       01 WS-PROPMAST-STATUS           PIC XX.
       01 WS-ASGNMAST-STATUS           PIC XX.
       01 WS-TODAY                     PIC X(8).

      *****SERIAL NUMBER SQUEEZE - UPPER CASE, NO SPACES OR HYPHENS****
       01 WS-RAW-SERIAL            PIC X(20).
       01 WS-NORM-SERIAL           PIC X(20).
       01 WS-RAW-SUB               PIC 9(2).
       01 WS-NORM-SUB              PIC 9(2).

      *****OUTSTANDING STOLEN SERIAL NUMBERS FROM PROPMAST*************
       01 WS-SER-TAB-MAX           PIC 9(5)     VALUE 0.
       01 WS-SER-TABLE.
           05 WS-SER-ENTRY OCCURS 5000 TIMES
                             INDEXED BY SER-IDX.
              10 WS-SER-SERIAL         PIC X(20).
              10 WS-SER-CASE-NUMBER    PIC X(8).
              10 WS-SER-LINE-NO        PIC 9(3).
              10 WS-SER-DESCRIPTION    PIC X(40).

      *****ANALYST NAMES FROM THE ROSTER*******************************
       01 WS-ANL-TAB-MAX           PIC 9(3)     VALUE 0.
       01 WS-ANL-TABLE.
           05 WS-ANL-ENTRY OCCURS 100 TIMES
                             INDEXED BY ANL-IDX.
              10 WS-ANL-ID             PIC X(4).
              10 WS-ANL-NAME           PIC X(25).

      *****THIS RUN'S HITS, EXCHANGE-SORTED BY ANALYST THEN CASE*******
       01 WS-HIT-TAB-MAX           PIC 9(3)     VALUE 0.
       01 WS-HIT-TABLE.
           05 WS-HIT-ENTRY OCCURS 500 TIMES
                             INDEXED BY HIT-IDX.
              10 WS-HIT-ANALYST-ID     PIC X(4).
              10 WS-HIT-CASE-NUMBER    PIC X(8).
              10 WS-HIT-LINE-NO        PIC 9(3).
              10 WS-HIT-DEALER-ID      PIC X(6).
              10 WS-HIT-DEALER-NAME    PIC X(30).
              10 WS-HIT-TICKET-NO      PIC X(10).
              10 WS-HIT-TRANS-DATE     PIC X(8).
              10 WS-HIT-SERIAL-NO      PIC X(20).
              10 WS-HIT-PAWN-DESC      PIC X(40).
              10 WS-HIT-STOLEN-DESC    PIC X(40).
       01 WS-SORT-SUB              PIC 9(3).
       01 WS-SORT-SUB2             PIC 9(3).
       01 WS-SWAP-ENTRY            PIC X(169).
       01 WS-PREV-ANALYST          PIC X(4).

      *****MATCH DISPOSITION COUNTERS**********************************
       01 WS-SERIALS-LOADED        PIC 9(5)     VALUE 0.
       01 WS-SERIALS-LOADEDZ       PIC ZZ,ZZ9.
       01 WS-TICKETS-READ          PIC 9(7)     VALUE 0.
       01 WS-TICKETS-READZ         PIC Z,ZZZ,ZZ9.
       01 WS-TICKETS-COMPARED      PIC 9(7)     VALUE 0.
       01 WS-TICKETS-COMPAREDZ     PIC Z,ZZZ,ZZ9.
       01 WS-HITS                  PIC 9(5)     VALUE 0.
       01 WS-HITSZ                 PIC ZZ,ZZ9.

      *****REPORT LINE LAYOUTS*****************************************
       01  HIT-HEADING-1.
           05                 PIC X(40) VALUE
                   'PAWN TICKET / STOLEN PROPERTY HITS - '.
           05  HTH-DATE       PIC X(8).
       01  HIT-ANALYST-LINE.
           05                     PIC X(9)  VALUE 'ANALYST '.
           05  HTA-ANALYST-ID     PIC X(4).
           05                     PIC X(2)  VALUE SPACES.
           05  HTA-ANALYST-NAME   PIC X(25).
       01  HIT-DETAIL-LINE.
           05                     PIC X(2)  VALUE SPACES.
           05  HTD-CASE-NUMBER    PIC X(8).
           05                     PIC X     VALUE '-'.
           05  HTD-LINE-NO        PIC 9(3).
           05                     PIC X(2)  VALUE SPACES.
           05  HTD-SERIAL-NO      PIC X(20).
           05                     PIC X(2)  VALUE SPACES.
           05  HTD-DEALER-ID      PIC X(6).
           05                     PIC X     VALUE '/'.
           05  HTD-TICKET-NO      PIC X(10).
           05                     PIC X(2)  VALUE SPACES.
           05  HTD-TRANS-DATE     PIC X(8).
       01  HIT-DESC-LINE.
           05                     PIC X(6)  VALUE SPACES.
           05  HTX-LABEL          PIC X(9).
           05  HTX-TEXT           PIC X(40).
           05                     PIC X(2)  VALUE SPACES.
           05  HTX-EXTRA          PIC X(23).

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 200-OPEN-FILES.
           PERFORM 250-LOAD-ROSTER-TABLE.
           PERFORM 260-LOAD-STOLEN-SERIALS.
           PERFORM 300-MATCH-PAWN-TICKETS.
           PERFORM 400-SORT-HITS-BY-ANALYST.
           PERFORM 450-WRITE-HIT-REPORT.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies PAWNMTCH*'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* January, 2017                          *'.
           DISPLAY '******************************************'.

      *****************************************************************
      * NO LOSS MASTER YET MEANS NOTHING TO MATCH - THE TICKETS STAY
      * UNMATCHED FOR THE NEXT RUN
      *****************************************************************
       200-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           OPEN I-O PAWN-MASTER-FILE.
           OPEN INPUT PROP-MASTER-FILE.
           IF WS-PROPMAST-STATUS = '00'
               MOVE 'Y' TO WS-PROP-AVAILABLE-SWITCH
           END-IF.
           OPEN INPUT ASSIGN-MASTER-FILE.
           OPEN OUTPUT HIT-REPORT-FILE.

      *****************************************************************
       250-LOAD-ROSTER-TABLE.
           OPEN INPUT ROSTER-FILE.
           PERFORM 255-READ-ROSTER-REC UNTIL ROSTER-EOF.
           CLOSE ROSTER-FILE.

       255-READ-ROSTER-REC.
           READ ROSTER-FILE
               AT END MOVE 'Y' TO WS-ROSTER-EOF-SWITCH
           END-READ.
           IF NOT ROSTER-EOF AND WS-ANL-TAB-MAX < 100
               ADD 1 TO WS-ANL-TAB-MAX
               MOVE RS-ANALYST-ID TO WS-ANL-ID(WS-ANL-TAB-MAX)
               MOVE RS-ANALYST-NAME TO WS-ANL-NAME(WS-ANL-TAB-MAX)
           END-IF.

      *****************************************************************
      * ONLY LINES WITH A SERIAL NUMBER AND VALUE STILL OUTSTANDING
      * ARE WORTH MATCHING - A FULLY RECOVERED ITEM IS NOT ON A SHELF
      *****************************************************************
       260-LOAD-STOLEN-SERIALS.
           IF PROP-AVAILABLE
               MOVE LOW-VALUES TO PR-KEY
               START PROP-MASTER-FILE KEY >= PR-KEY
                   INVALID KEY MOVE '23' TO WS-PROPMAST-STATUS
               END-START
               PERFORM 265-READ-NEXT-PROPERTY-LINE
                   UNTIL WS-PROPMAST-STATUS NOT = '00'
           END-IF.

       265-READ-NEXT-PROPERTY-LINE.
           READ PROP-MASTER-FILE NEXT RECORD
               AT END MOVE '10' TO WS-PROPMAST-STATUS
           END-READ.
           IF WS-PROPMAST-STATUS = '00'
              AND PR-SERIAL-NO NOT = SPACES
              AND PR-RECOVERED-VALUE < PR-STOLEN-VALUE
               MOVE PR-SERIAL-NO TO WS-RAW-SERIAL
               PERFORM 280-SQUEEZE-SERIAL
               IF WS-NORM-SERIAL NOT = SPACES
                  AND WS-SER-TAB-MAX < 5000
                   ADD 1 TO WS-SER-TAB-MAX
                   SET SER-IDX TO WS-SER-TAB-MAX
                   MOVE WS-NORM-SERIAL TO WS-SER-SERIAL(SER-IDX)
                   MOVE PR-CASE-NUMBER TO WS-SER-CASE-NUMBER(SER-IDX)
                   MOVE PR-LINE-NO TO WS-SER-LINE-NO(SER-IDX)
                   MOVE PR-DESCRIPTION
                        TO WS-SER-DESCRIPTION(SER-IDX)
                   ADD 1 TO WS-SERIALS-LOADED
               END-IF
           END-IF.

      *****************************************************************
      * UPPER-CASE THE SERIAL AND COPY IT ACROSS A CHARACTER AT A
      * TIME, DROPPING SPACES AND HYPHENS
      *****************************************************************
       280-SQUEEZE-SERIAL.
           INSPECT WS-RAW-SERIAL CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE SPACES TO WS-NORM-SERIAL.
           MOVE 0 TO WS-NORM-SUB.
           PERFORM 285-SQUEEZE-ONE-CHARACTER
               VARYING WS-RAW-SUB FROM 1 BY 1
               UNTIL WS-RAW-SUB > 20.

       285-SQUEEZE-ONE-CHARACTER.
           IF WS-RAW-SERIAL(WS-RAW-SUB:1) NOT = SPACE
              AND WS-RAW-SERIAL(WS-RAW-SUB:1) NOT = '-'
               ADD 1 TO WS-NORM-SUB
               MOVE WS-RAW-SERIAL(WS-RAW-SUB:1)
                    TO WS-NORM-SERIAL(WS-NORM-SUB:1)
           END-IF.

      *****************************************************************
      * ONE PASS OF THE TICKET MASTER - TICKETS ALREADY MATCHED OR
      * WITH NO SERIAL ARE PASSED OVER
      *****************************************************************
       300-MATCH-PAWN-TICKETS.
           MOVE LOW-VALUES TO PW-KEY.
           START PAWN-MASTER-FILE KEY >= PW-KEY
               INVALID KEY MOVE '23' TO WS-PAWNMAST-STATUS
           END-START.
           IF WS-PAWNMAST-STATUS = '00'
               PERFORM 310-READ-NEXT-TICKET
                   UNTIL WS-PAWNMAST-STATUS NOT = '00'
           END-IF.

       310-READ-NEXT-TICKET.
           READ PAWN-MASTER-FILE NEXT RECORD
               AT END MOVE '10' TO WS-PAWNMAST-STATUS
           END-READ.
           IF WS-PAWNMAST-STATUS = '00'
               ADD 1 TO WS-TICKETS-READ
               IF PW-UNMATCHED AND PW-SERIAL-NO NOT = SPACES
                   ADD 1 TO WS-TICKETS-COMPARED
                   MOVE PW-SERIAL-NO TO WS-RAW-SERIAL
                   PERFORM 280-SQUEEZE-SERIAL
                   MOVE 'N' TO WS-FOUND-SWITCH
                   SET SER-IDX TO 1
                   PERFORM 320-SEARCH-STOLEN-SERIAL
                       UNTIL SER-IDX > WS-SER-TAB-MAX OR WS-FOUND
                   IF WS-FOUND
                       PERFORM 330-RECORD-HIT
                   END-IF
               END-IF
           END-IF.

       320-SEARCH-STOLEN-SERIAL.
           IF WS-SER-SERIAL(SER-IDX) = WS-NORM-SERIAL
               MOVE 'Y' TO WS-FOUND-SWITCH
           ELSE
               SET SER-IDX UP BY 1
           END-IF.

      *****************************************************************
      * FLAG THE TICKET ON THE MASTER AND HOLD THE HIT FOR THE REPORT
      * UNDER THE ANALYST WHO HAS THE CASE
      *****************************************************************
       330-RECORD-HIT.
           ADD 1 TO WS-HITS.
           MOVE 'Y' TO PW-MATCH-FLAG.
           MOVE WS-SER-CASE-NUMBER(SER-IDX) TO PW-MATCH-CASE.
           MOVE WS-SER-LINE-NO(SER-IDX) TO PW-MATCH-LINE.
           MOVE WS-TODAY TO PW-MATCH-DATE.
           REWRITE PAWN-MASTER-REC.
           MOVE WS-SER-CASE-NUMBER(SER-IDX) TO AS-CASE-NUMBER.
           READ ASSIGN-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO AS-ANALYST-ID
           END-READ.
           IF WS-HIT-TAB-MAX < 500
               ADD 1 TO WS-HIT-TAB-MAX
               SET HIT-IDX TO WS-HIT-TAB-MAX
               MOVE AS-ANALYST-ID TO WS-HIT-ANALYST-ID(HIT-IDX)
               MOVE WS-SER-CASE-NUMBER(SER-IDX)
                    TO WS-HIT-CASE-NUMBER(HIT-IDX)
               MOVE WS-SER-LINE-NO(SER-IDX) TO WS-HIT-LINE-NO(HIT-IDX)
               MOVE PW-DEALER-ID TO WS-HIT-DEALER-ID(HIT-IDX)
               MOVE PW-DEALER-NAME TO WS-HIT-DEALER-NAME(HIT-IDX)
               MOVE PW-TICKET-NO TO WS-HIT-TICKET-NO(HIT-IDX)
               MOVE PW-TRANS-DATE TO WS-HIT-TRANS-DATE(HIT-IDX)
               MOVE PW-SERIAL-NO TO WS-HIT-SERIAL-NO(HIT-IDX)
               MOVE PW-ITEM-DESC TO WS-HIT-PAWN-DESC(HIT-IDX)
               MOVE WS-SER-DESCRIPTION(SER-IDX)
                    TO WS-HIT-STOLEN-DESC(HIT-IDX)
           ELSE
               DISPLAY '*** HIT TABLE FULL - TICKET FLAGGED, NOT '
                       'LISTED *** ' PW-DEALER-ID '/' PW-TICKET-NO
           END-IF.

      *****************************************************************
      * STRAIGHT EXCHANGE SORT ON ANALYST THEN CASE, AS UCRRPT DOES
      *****************************************************************
       400-SORT-HITS-BY-ANALYST.
           PERFORM 410-SORT-OUTER-PASS
               VARYING WS-SORT-SUB FROM 1 BY 1
               UNTIL WS-SORT-SUB >= WS-HIT-TAB-MAX.

       410-SORT-OUTER-PASS.
           COMPUTE WS-SORT-SUB2 = WS-SORT-SUB + 1.
           PERFORM 420-SORT-INNER-PASS
               UNTIL WS-SORT-SUB2 > WS-HIT-TAB-MAX.

       420-SORT-INNER-PASS.
           IF WS-HIT-ENTRY(WS-SORT-SUB2)(1:15)
              < WS-HIT-ENTRY(WS-SORT-SUB)(1:15)
               MOVE WS-HIT-ENTRY(WS-SORT-SUB) TO WS-SWAP-ENTRY
               MOVE WS-HIT-ENTRY(WS-SORT-SUB2)
                   TO WS-HIT-ENTRY(WS-SORT-SUB)
               MOVE WS-SWAP-ENTRY TO WS-HIT-ENTRY(WS-SORT-SUB2)
           END-IF.
           ADD 1 TO WS-SORT-SUB2.

      *****************************************************************
      * A NEW ANALYST HEADING AT EACH CHANGE OF ANALYST; UNASSIGNED
      * CASES SORT FIRST (BLANK ANALYST) AND PRINT AS UNASSIGNED
      *****************************************************************
       450-WRITE-HIT-REPORT.
           MOVE WS-TODAY TO HTH-DATE.
           MOVE HIT-HEADING-1 TO HIT-OUT-REC.
           WRITE HIT-OUT-REC.
           MOVE HIGH-VALUES TO WS-PREV-ANALYST.
           SET HIT-IDX TO 1.
           PERFORM 460-WRITE-ONE-HIT
               UNTIL HIT-IDX > WS-HIT-TAB-MAX.

       460-WRITE-ONE-HIT.
           IF WS-HIT-ANALYST-ID(HIT-IDX) NOT = WS-PREV-ANALYST
               MOVE WS-HIT-ANALYST-ID(HIT-IDX) TO WS-PREV-ANALYST
               PERFORM 470-WRITE-ANALYST-HEADING
           END-IF.
           MOVE WS-HIT-CASE-NUMBER(HIT-IDX) TO HTD-CASE-NUMBER.
           MOVE WS-HIT-LINE-NO(HIT-IDX) TO HTD-LINE-NO.
           MOVE WS-HIT-SERIAL-NO(HIT-IDX) TO HTD-SERIAL-NO.
           MOVE WS-HIT-DEALER-ID(HIT-IDX) TO HTD-DEALER-ID.
           MOVE WS-HIT-TICKET-NO(HIT-IDX) TO HTD-TICKET-NO.
           MOVE WS-HIT-TRANS-DATE(HIT-IDX) TO HTD-TRANS-DATE.
           MOVE HIT-DETAIL-LINE TO HIT-OUT-REC.
           WRITE HIT-OUT-REC.
           MOVE 'STOLEN: ' TO HTX-LABEL.
           MOVE WS-HIT-STOLEN-DESC(HIT-IDX) TO HTX-TEXT.
           MOVE SPACES TO HTX-EXTRA.
           MOVE HIT-DESC-LINE TO HIT-OUT-REC.
           WRITE HIT-OUT-REC.
           MOVE 'PAWNED: ' TO HTX-LABEL.
           MOVE WS-HIT-PAWN-DESC(HIT-IDX) TO HTX-TEXT.
           MOVE WS-HIT-DEALER-NAME(HIT-IDX) TO HTX-EXTRA.
           MOVE HIT-DESC-LINE TO HIT-OUT-REC.
           WRITE HIT-OUT-REC.
           SET HIT-IDX UP BY 1.

       470-WRITE-ANALYST-HEADING.
           MOVE SPACES TO HIT-OUT-REC.
           WRITE HIT-OUT-REC.
           IF WS-PREV-ANALYST = SPACES
               MOVE SPACES TO HTA-ANALYST-ID
               MOVE 'UNASSIGNED' TO HTA-ANALYST-NAME
           ELSE
               MOVE WS-PREV-ANALYST TO HTA-ANALYST-ID
               MOVE 'NOT ON ROSTER' TO HTA-ANALYST-NAME
               MOVE 'N' TO WS-FOUND-SWITCH
               SET ANL-IDX TO 1
               PERFORM 475-SEARCH-ROSTER
                   UNTIL ANL-IDX > WS-ANL-TAB-MAX OR WS-FOUND
               IF WS-FOUND
                   MOVE WS-ANL-NAME(ANL-IDX) TO HTA-ANALYST-NAME
               END-IF
           END-IF.
           MOVE HIT-ANALYST-LINE TO HIT-OUT-REC.
           WRITE HIT-OUT-REC.

       475-SEARCH-ROSTER.
           IF WS-ANL-ID(ANL-IDX) = WS-PREV-ANALYST
               MOVE 'Y' TO WS-FOUND-SWITCH
           ELSE
               SET ANL-IDX UP BY 1
           END-IF.

      *DISPLAY THE MATCH DISPOSITION TOTALS****************************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-SERIALS-LOADED TO WS-SERIALS-LOADEDZ.
           DISPLAY 'Stolen Serials Loaded     : ' WS-SERIALS-LOADEDZ.
           MOVE WS-TICKETS-READ TO WS-TICKETS-READZ.
           DISPLAY 'Pawn Tickets Read         : ' WS-TICKETS-READZ.
           MOVE WS-TICKETS-COMPARED TO WS-TICKETS-COMPAREDZ.
           DISPLAY 'Tickets Compared          : ' WS-TICKETS-COMPAREDZ.
           MOVE WS-HITS TO WS-HITSZ.
           DISPLAY 'Hits Flagged              : ' WS-HITSZ.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           IF PROP-AVAILABLE
               CLOSE PROP-MASTER-FILE
           END-IF.
           CLOSE PAWN-MASTER-FILE
                 ASSIGN-MASTER-FILE
                 HIT-REPORT-FILE.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
