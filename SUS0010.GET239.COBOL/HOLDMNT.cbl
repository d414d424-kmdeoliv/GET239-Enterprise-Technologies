      *****************************************************************
      *PURPOSE: Student hold maintenance.  REGISTER and TRANSREQ used
      *to serve any student on STUMAST, even one who owed the bursar
      *or had an advising hold, and each office chased it up after
      *the fact.  HOLDMAST now carries one row per student, hold
      *type and placing office (placed date, release date, reason
      *and who placed and released it), and this program applies
      *PLC (place) and REL (release) transactions to it from
      *HOLDTRN.  The hold type must be on the HOLDCTL member, which
      *also says whether the type blocks registration, the release
      *of official transcripts, or both - that setting is copied
      *onto the hold when it is placed.  A hold may carry a
      *scheduled release date; until then, or until an office
      *releases it, it is active.  The operator on OPERCARD must be
      *authorized on OPERAUTH for the action, the same rule as the
      *other maintenance programs.  Any reject ends the run RC=4.
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      HOLDMNT.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    February 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-CTL-FILE ASSIGN TO HOLDCTL
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STUDENT-MASTER ASSIGN TO STUMAST
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-TRAN-FILE ASSIGN TO HOLDTRN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-MASTER ASSIGN TO HOLDMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HM-KEY
           FILE STATUS IS WS-HOLDMAST-STATUS.
           SELECT OPER-CARD-FILE ASSIGN TO OPERCARD
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPER-AUTH-FILE ASSIGN TO OPERAUTH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VIOL-REPORT-FILE ASSIGN TO AUTHVIOL
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * HOLD TYPES - WHETHER EACH BLOCKS REGISTRATION (ADDS) AND/OR
      * THE RELEASE OF OFFICIAL TRANSCRIPT COPIES
      *****************************************************************
       FD  HOLD-CTL-FILE.
       01  HOLD-CTL-REC.
           05  HC-HOLD-TYPE                 PIC X(4).
           05  FILLER                       PIC X.
           05  HC-BLOCK-REG                 PIC X(1).
           05  FILLER                       PIC X.
           05  HC-BLOCK-TRANS               PIC X(1).
           05  FILLER                       PIC X.
           05  HC-DESCRIPTION               PIC X(30).

      *****STUDENT MASTER - SEE LAB4***********************************
       FD  STUDENT-MASTER.
       01  STUDENT-MASTER-REC.
           05  SM-STUDENT-ID                PIC X(6).
           05  SM-FIRST-NAME                PIC X(10).
           05  SM-MIDDLE-INIT               PIC X(1).
           05  SM-LAST-NAME                 PIC X(20).
           05  SM-BIRTH-DATE                PIC X(8).
           05  SM-PROGRAM-CODE              PIC X(4).
           05  SM-TERM-GPA                  PIC 9V999.
           05  SM-CUM-GPA                   PIC 9V999.
           05  SM-STANDING                  PIC X(1).
           05  FILLER                       PIC X(22).

      *****************************************************************
      * HOLD TRANSACTIONS - PLC PLACES, REL RELEASES.  A BLANK DATE
      * MEANS TODAY; A RELEASE DATE ON A PLC SCHEDULES THE RELEASE
      *****************************************************************
       FD  HOLD-TRAN-FILE.
       01  HOLD-TRAN-REC.
           05  HX-ACTION                    PIC X(3).
           05  FILLER                       PIC X.
           05  HX-STUDENT-ID                PIC X(6).
           05  FILLER                       PIC X.
           05  HX-HOLD-TYPE                 PIC X(4).
           05  FILLER                       PIC X.
           05  HX-OFFICE                    PIC X(4).
           05  FILLER                       PIC X.
           05  HX-DATE                      PIC X(8).
           05  FILLER                       PIC X.
           05  HX-RELEASE-DATE              PIC X(8).
           05  FILLER                       PIC X.
           05  HX-REASON                    PIC X(30).

      *****************************************************************
      * HOLD MASTER - ONE ROW PER STUDENT, HOLD TYPE AND OFFICE.  A
      * BLANK RELEASE DATE IS OPEN-ENDED; THE HOLD IS ACTIVE UNTIL
      * ITS RELEASE DATE.  SHARED WITH REGISTER, TRANSREQ, HOLDRPT
      *****************************************************************
       FD  HOLD-MASTER.
       01  HOLD-MASTER-REC.
           05  HM-KEY.
               10  HM-STUDENT-ID            PIC X(6).
               10  HM-HOLD-TYPE             PIC X(4).
               10  HM-OFFICE                PIC X(4).
           05  HM-PLACED-DATE               PIC X(8).
           05  HM-RELEASE-DATE              PIC X(8).
           05  HM-BLOCK-REG                 PIC X(1).
           05  HM-BLOCK-TRANS               PIC X(1).
           05  HM-REASON                    PIC X(30).
           05  HM-PLACED-BY                 PIC X(8).
           05  HM-RELEASED-BY               PIC X(8).
           05  FILLER                       PIC X(12).

      *****OPERATOR CARD - WHO IS RUNNING THIS MAINTENANCE PASS********
       FD  OPER-CARD-FILE.
       01  OPER-CARD-REC.
           05  OPC-OPERATOR-ID              PIC X(8).

      *****OPERATOR AUTHORITY - SEE THE OPERAUTH CONTROL MEMBER********
       FD  OPER-AUTH-FILE.
       01  OPER-AUTH-REC.
           05  OA-OPERATOR-ID               PIC X(8).
           05  FILLER                       PIC X.
           05  OA-PROGRAM-ID                PIC X(8).
           05  FILLER                       PIC X.
           05  OA-ACTION                    PIC X(3).

      ***UNAUTHORIZED-TRANSACTION VIOLATIONS REPORT********************
       FD  VIOL-REPORT-FILE.
       01  VIO-OUT-REC                      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-HTYPE-EOF-SWITCH      PIC X        VALUE 'N'.
              88 HTYPE-EOF                          VALUE 'Y'.
           05 WS-STU-EOF-SWITCH        PIC X        VALUE 'N'.
              88 STU-EOF                            VALUE 'Y'.
           05 WS-TRAN-EOF-SWITCH       PIC X        VALUE 'N'.
              88 TRAN-EOF                           VALUE 'Y'.
           05 WS-FOUND-SWITCH          PIC X        VALUE 'N'.
              88 WS-FOUND                           VALUE 'Y'.
           05 WS-HOLD-FOUND-SWITCH     PIC X        VALUE 'N'.
              88 HOLD-ON-FILE                       VALUE 'Y'.
           05 WS-TRAN-VALID-SWITCH     PIC X        VALUE 'Y'.
              88 TRAN-VALID                         VALUE 'Y'.
       01 WS-HOLDMAST-STATUS       PIC XX.
       01 WS-TODAY                 PIC X(8).
       01 WS-TRAN-DATE             PIC X(8).
       01 WS-REJECT-REASON         PIC X(30).

      *****HOLD TYPES FROM HOLDCTL*************************************
       01 WS-HTY-TAB-MAX           PIC 9(3)     VALUE 0.
       01 WS-HTY-TABLE.
           05 WS-HTY-ENTRY OCCURS 50 TIMES
                             INDEXED BY HTY-IDX.
              10 WS-HTY-TYPE           PIC X(4).
              10 WS-HTY-BLOCK-REG      PIC X(1).
              10 WS-HTY-BLOCK-TRANS    PIC X(1).

      *****STUDENT IDS - A HOLD MAY ONLY BE PLACED ON A KNOWN STUDENT**
       01 WS-STU-TAB-MAX           PIC 9(4)     VALUE 0.
       01 WS-STU-TABLE.
           05 WS-STU-ENTRY OCCURS 1000 TIMES
                             INDEXED BY STU-IDX.
              10 WS-STU-ID             PIC X(6).

      *****OPERATOR AUTHORIZATION (SEE THE OPERAUTH CONTROL MEMBER)****
       01 WS-AUTH-PGM-ID           PIC X(8)     VALUE 'HOLDMNT '.
       01 WS-OPERATOR-ID           PIC X(8)     VALUE SPACES.
       01 WS-AUTH-EOF-SWITCH       PIC X        VALUE 'N'.
           88 AUTH-EOF                          VALUE 'Y'.
       01 WS-OPER-EOF-SWITCH       PIC X        VALUE 'N'.
           88 OPER-EOF                          VALUE 'Y'.
       01 WS-AUTHORIZED-SWITCH     PIC X        VALUE 'N'.
           88 TRAN-AUTHORIZED                   VALUE 'Y'.
       01 WS-AUT-TAB-MAX           PIC 9(3)     VALUE 0.
       01 WS-AUT-TABLE.
           05 WS-AUT-ENTRY OCCURS 200 TIMES
                             INDEXED BY AUT-IDX.
              10 WS-AUT-OPERATOR       PIC X(8).
              10 WS-AUT-PROGRAM        PIC X(8).
              10 WS-AUT-ACTION         PIC X(3).
       01 WS-VIOLATIONS            PIC 9(5)     VALUE 0.
       01 WS-VIOLATIONSZ           PIC ZZ,ZZ9.
       01  VIO-DETAIL-LINE.
           05  VIO-OPERATOR-ID    PIC X(8).
           05                     PIC X(2)  VALUE SPACES.
           05  VIO-ACTION         PIC X(3).
           05                     PIC X(2)  VALUE SPACES.
           05  VIO-DETAIL         PIC X(54).
           05                     PIC X(11) VALUE SPACES.

      *****MAINTENANCE DISPOSITION COUNTERS****************************
       01 WS-TRAN-READ             PIC 9(5)     VALUE 0.
       01 WS-TRAN-READZ            PIC ZZ,ZZ9.
       01 WS-TRAN-APPLIED          PIC 9(5)     VALUE 0.
       01 WS-TRAN-APPLIEDZ         PIC ZZ,ZZ9.
       01 WS-TRAN-REJECTED         PIC 9(5)     VALUE 0.
       01 WS-TRAN-REJECTEDZ        PIC ZZ,ZZ9.
       01 WS-HOLDS-PLACED          PIC 9(5)     VALUE 0.
       01 WS-HOLDS-PLACEDZ         PIC ZZ,ZZ9.
       01 WS-HOLDS-RELEASED        PIC 9(5)     VALUE 0.
       01 WS-HOLDS-RELEASEDZ       PIC ZZ,ZZ9.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-CONTROL-TABLES.
           PERFORM 160-LOAD-OPERATOR-AUTHORITY.
           PERFORM 200-OPEN-FILES.
           PERFORM 300-APPLY-TRANSACTIONS UNTIL TRAN-EOF.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           IF WS-TRAN-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies HOLDMNT *'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* February, 2017                         *'.
           DISPLAY '******************************************'.

      *****************************************************************
       150-LOAD-CONTROL-TABLES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           OPEN INPUT HOLD-CTL-FILE.
           PERFORM 152-READ-HOLD-TYPE UNTIL HTYPE-EOF.
           CLOSE HOLD-CTL-FILE.
           OPEN INPUT STUDENT-MASTER.
           PERFORM 155-READ-STUDENT-REC UNTIL STU-EOF.
           CLOSE STUDENT-MASTER.

       152-READ-HOLD-TYPE.
           READ HOLD-CTL-FILE
               AT END MOVE 'Y' TO WS-HTYPE-EOF-SWITCH
           END-READ.
           IF NOT HTYPE-EOF
               ADD 1 TO WS-HTY-TAB-MAX
               MOVE HC-HOLD-TYPE TO WS-HTY-TYPE(WS-HTY-TAB-MAX)
               MOVE HC-BLOCK-REG TO WS-HTY-BLOCK-REG(WS-HTY-TAB-MAX)
               MOVE HC-BLOCK-TRANS
                   TO WS-HTY-BLOCK-TRANS(WS-HTY-TAB-MAX)
           END-IF.

       155-READ-STUDENT-REC.
           READ STUDENT-MASTER
               AT END MOVE 'Y' TO WS-STU-EOF-SWITCH
           END-READ.
           IF NOT STU-EOF
               ADD 1 TO WS-STU-TAB-MAX
               MOVE SM-STUDENT-ID TO WS-STU-ID(WS-STU-TAB-MAX)
           END-IF.

      *****************************************************************
      * THE OPERCARD NAMES WHO IS RUNNING; AN UNNAMED OPERATOR HOLDS
      * THE WHOLE RUN, THE SAME RULE THE OTHER MAINTENANCE PROGRAMS
      * ENFORCE
      *****************************************************************
       160-LOAD-OPERATOR-AUTHORITY.
           OPEN INPUT OPER-CARD-FILE.
           READ OPER-CARD-FILE
               AT END MOVE 'Y' TO WS-OPER-EOF-SWITCH
           END-READ.
           IF NOT OPER-EOF
               MOVE OPC-OPERATOR-ID TO WS-OPERATOR-ID
           END-IF.
           CLOSE OPER-CARD-FILE.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY '*** OPERCARD MISSING - RUN HELD ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT OPER-AUTH-FILE.
           PERFORM 165-READ-AUTHORITY-ROW UNTIL AUTH-EOF.
           CLOSE OPER-AUTH-FILE.

       165-READ-AUTHORITY-ROW.
           READ OPER-AUTH-FILE
               AT END MOVE 'Y' TO WS-AUTH-EOF-SWITCH
           END-READ.
           IF NOT AUTH-EOF
               ADD 1 TO WS-AUT-TAB-MAX
               MOVE OA-OPERATOR-ID
                    TO WS-AUT-OPERATOR(WS-AUT-TAB-MAX)
               MOVE OA-PROGRAM-ID TO WS-AUT-PROGRAM(WS-AUT-TAB-MAX)
               MOVE OA-ACTION TO WS-AUT-ACTION(WS-AUT-TAB-MAX)
           END-IF.

      *****************************************************************
      * THE HOLD MASTER MAY NOT EXIST YET ON THE FIRST RUN - CREATE
      * IT EMPTY AND REOPEN FOR I-O
      *****************************************************************
       200-OPEN-FILES.
           OPEN INPUT HOLD-TRAN-FILE.
           OPEN I-O HOLD-MASTER.
           IF WS-HOLDMAST-STATUS = '35'
               OPEN OUTPUT HOLD-MASTER
               CLOSE HOLD-MASTER
               OPEN I-O HOLD-MASTER
           END-IF.
           OPEN OUTPUT VIOL-REPORT-FILE.

      *****************************************************************
       300-APPLY-TRANSACTIONS.
           READ HOLD-TRAN-FILE
               AT END MOVE 'Y' TO WS-TRAN-EOF-SWITCH
           END-READ.
           IF NOT TRAN-EOF
               ADD 1 TO WS-TRAN-READ
               PERFORM 305-CHECK-AUTHORITY
               IF TRAN-AUTHORIZED
                   PERFORM 310-VALIDATE-TRANSACTION
               ELSE
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
                   MOVE 'OPERATOR NOT AUTHORIZED'
                       TO WS-REJECT-REASON
                   ADD 1 TO WS-VIOLATIONS
                   PERFORM 308-WRITE-VIOLATION-LINE
               END-IF
               IF TRAN-VALID
                   ADD 1 TO WS-TRAN-APPLIED
                   PERFORM 350-APPLY-ONE-TRANSACTION
               ELSE
                   ADD 1 TO WS-TRAN-REJECTED
                   DISPLAY '*** TRANSACTION REJECTED *** '
                           HX-ACTION ' ' HX-STUDENT-ID ' '
                           HX-HOLD-TYPE ' ' HX-OFFICE ' - '
                           WS-REJECT-REASON
               END-IF
           END-IF.

      *THE (OPERATOR, PROGRAM, ACTION) TRIPLE MUST BE ON THE**********
      *AUTHORITY FILE - ANYTHING NOT LISTED IS DENIED******************
       305-CHECK-AUTHORITY.
           MOVE 'N' TO WS-AUTHORIZED-SWITCH.
           SET AUT-IDX TO 1.
           PERFORM 306-SEARCH-AUTHORITY
               UNTIL AUT-IDX > WS-AUT-TAB-MAX OR TRAN-AUTHORIZED.

       306-SEARCH-AUTHORITY.
           IF WS-AUT-OPERATOR(AUT-IDX) = WS-OPERATOR-ID
              AND WS-AUT-PROGRAM(AUT-IDX) = WS-AUTH-PGM-ID
              AND WS-AUT-ACTION(AUT-IDX) = HX-ACTION
               MOVE 'Y' TO WS-AUTHORIZED-SWITCH
           ELSE
               SET AUT-IDX UP BY 1
           END-IF.

       308-WRITE-VIOLATION-LINE.
           MOVE WS-OPERATOR-ID TO VIO-OPERATOR-ID.
           MOVE HX-ACTION TO VIO-ACTION.
           MOVE SPACES TO VIO-DETAIL.
           STRING HX-STUDENT-ID ' ' HX-HOLD-TYPE ' ' HX-OFFICE ' '
                  HX-REASON
               DELIMITED BY SIZE INTO VIO-DETAIL.
           MOVE VIO-DETAIL-LINE TO VIO-OUT-REC.
           WRITE VIO-OUT-REC.

      *****************************************************************
      * BOTH ACTIONS NEED A STUDENT, TYPE, OFFICE AND A VALID DATE.
      * PLC NEEDS A KNOWN STUDENT AND HOLD TYPE AND NO HOLD ALREADY
      * ACTIVE UNDER THE SAME KEY (A RELEASED HOLD IS RE-PLACED);
      * REL NEEDS AN ACTIVE HOLD ON FILE
      *****************************************************************
       310-VALIDATE-TRANSACTION.
           MOVE 'Y' TO WS-TRAN-VALID-SWITCH.
           MOVE SPACES TO WS-REJECT-REASON.
           IF HX-DATE = SPACES
               MOVE WS-TODAY TO WS-TRAN-DATE
           ELSE
               MOVE HX-DATE TO WS-TRAN-DATE
           END-IF.
           IF HX-STUDENT-ID = SPACES OR HX-HOLD-TYPE = SPACES
              OR HX-OFFICE = SPACES
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'STUDENT, TYPE OR OFFICE BLANK'
                   TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID AND WS-TRAN-DATE NOT NUMERIC
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'DATE NOT NUMERIC' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID
               PERFORM 330-READ-HOLD
               EVALUATE HX-ACTION
                   WHEN 'PLC'
                       PERFORM 315-VALIDATE-PLACE
                   WHEN 'REL'
                       IF NOT HOLD-ON-FILE
                          OR (HM-RELEASE-DATE NOT = SPACES
                              AND HM-RELEASE-DATE NOT > WS-TRAN-DATE)
                           MOVE 'N' TO WS-TRAN-VALID-SWITCH
                           MOVE 'NO ACTIVE HOLD TO RELEASE'
                               TO WS-REJECT-REASON
                       END-IF
                   WHEN OTHER
                       MOVE 'N' TO WS-TRAN-VALID-SWITCH
                       MOVE 'UNKNOWN ACTION CODE'
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF.

       315-VALIDATE-PLACE.
           PERFORM 320-CHECK-STUDENT.
           IF TRAN-VALID
               PERFORM 325-CHECK-HOLD-TYPE
           END-IF.
           IF TRAN-VALID AND HX-RELEASE-DATE NOT = SPACES
               IF HX-RELEASE-DATE NOT NUMERIC
                  OR HX-RELEASE-DATE NOT > WS-TRAN-DATE
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
                   MOVE 'RELEASE DATE NOT AFTER PLACED'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF TRAN-VALID AND HOLD-ON-FILE
               IF HM-RELEASE-DATE = SPACES
                  OR HM-RELEASE-DATE > WS-TRAN-DATE
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
                   MOVE 'HOLD ALREADY ACTIVE' TO WS-REJECT-REASON
               END-IF
           END-IF.

       320-CHECK-STUDENT.
           MOVE 'N' TO WS-FOUND-SWITCH.
           SET STU-IDX TO 1.
           PERFORM 321-SEARCH-STUDENT
               UNTIL STU-IDX > WS-STU-TAB-MAX OR WS-FOUND.
           IF NOT WS-FOUND
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'STUDENT NOT ON MASTER' TO WS-REJECT-REASON
           END-IF.

       321-SEARCH-STUDENT.
           IF WS-STU-ID(STU-IDX) = HX-STUDENT-ID
               MOVE 'Y' TO WS-FOUND-SWITCH
           ELSE
               SET STU-IDX UP BY 1
           END-IF.

       325-CHECK-HOLD-TYPE.
           MOVE 'N' TO WS-FOUND-SWITCH.
           SET HTY-IDX TO 1.
           PERFORM 326-SEARCH-HOLD-TYPE
               UNTIL HTY-IDX > WS-HTY-TAB-MAX OR WS-FOUND.
           IF NOT WS-FOUND
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'HOLD TYPE NOT ON HOLDCTL' TO WS-REJECT-REASON
           END-IF.

       326-SEARCH-HOLD-TYPE.
           IF WS-HTY-TYPE(HTY-IDX) = HX-HOLD-TYPE
               MOVE 'Y' TO WS-FOUND-SWITCH
           ELSE
               SET HTY-IDX UP BY 1
           END-IF.

       330-READ-HOLD.
           MOVE HX-STUDENT-ID TO HM-STUDENT-ID.
           MOVE HX-HOLD-TYPE TO HM-HOLD-TYPE.
           MOVE HX-OFFICE TO HM-OFFICE.
           MOVE 'Y' TO WS-HOLD-FOUND-SWITCH.
           READ HOLD-MASTER
               INVALID KEY MOVE 'N' TO WS-HOLD-FOUND-SWITCH
           END-READ.

      *****************************************************************
      * PLACE WRITES (OR RE-PLACES A RELEASED ROW); RELEASE STAMPS
      * THE RELEASE DATE AND THE OPERATOR WHO RELEASED IT
      *****************************************************************
       350-APPLY-ONE-TRANSACTION.
           EVALUATE HX-ACTION
               WHEN 'PLC'
                   ADD 1 TO WS-HOLDS-PLACED
                   MOVE HX-STUDENT-ID TO HM-STUDENT-ID
                   MOVE HX-HOLD-TYPE TO HM-HOLD-TYPE
                   MOVE HX-OFFICE TO HM-OFFICE
                   MOVE WS-TRAN-DATE TO HM-PLACED-DATE
                   MOVE HX-RELEASE-DATE TO HM-RELEASE-DATE
                   MOVE WS-HTY-BLOCK-REG(HTY-IDX) TO HM-BLOCK-REG
                   MOVE WS-HTY-BLOCK-TRANS(HTY-IDX) TO HM-BLOCK-TRANS
                   MOVE HX-REASON TO HM-REASON
                   MOVE WS-OPERATOR-ID TO HM-PLACED-BY
                   MOVE SPACES TO HM-RELEASED-BY
                   IF HOLD-ON-FILE
                       REWRITE HOLD-MASTER-REC
                   ELSE
                       WRITE HOLD-MASTER-REC
                   END-IF
               WHEN 'REL'
                   ADD 1 TO WS-HOLDS-RELEASED
                   MOVE WS-TRAN-DATE TO HM-RELEASE-DATE
                   MOVE WS-OPERATOR-ID TO HM-RELEASED-BY
                   REWRITE HOLD-MASTER-REC
           END-EVALUATE.

      *DISPLAY THE MAINTENANCE DISPOSITION TOTALS**********************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-TRAN-READ TO WS-TRAN-READZ.
           DISPLAY 'Transactions Read         : ' WS-TRAN-READZ.
           MOVE WS-TRAN-APPLIED TO WS-TRAN-APPLIEDZ.
           DISPLAY 'Transactions Applied      : ' WS-TRAN-APPLIEDZ.
           MOVE WS-TRAN-REJECTED TO WS-TRAN-REJECTEDZ.
           DISPLAY 'Transactions Rejected     : ' WS-TRAN-REJECTEDZ.
           MOVE WS-VIOLATIONS TO WS-VIOLATIONSZ.
           DISPLAY 'Authority Violations      : ' WS-VIOLATIONSZ.
           MOVE WS-HOLDS-PLACED TO WS-HOLDS-PLACEDZ.
           DISPLAY 'Holds Placed              : ' WS-HOLDS-PLACEDZ.
           MOVE WS-HOLDS-RELEASED TO WS-HOLDS-RELEASEDZ.
           DISPLAY 'Holds Released            : ' WS-HOLDS-RELEASEDZ.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           CLOSE HOLD-TRAN-FILE
                 HOLD-MASTER
                 VIOL-REPORT-FILE.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
