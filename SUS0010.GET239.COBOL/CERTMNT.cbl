      *****************************************************************
      *PURPOSE: Analyst certification master maintenance.  The skill
      *letters on ANLROSTR never lapse, so an analyst whose fraud or
      *DV certification ran out last spring kept drawing fraud and DV
      *cases.  This program applies ADD/CHG/DEL transactions from the
      *training sergeant to the keyed CERTMAST master - one
      *certification per analyst per skill letter (T/B/S/F, or G for
      *the general course), with the course, the completion date and
      *the expiry date.  Each transaction is edited - the action must
      *be known, the analyst must be on ANLROSTR, the skill letter
      *must be one DISPASGN assigns by, ADD/CHG need a course code
      *and valid completion and expiry dates with the expiry after
      *the completion, and CHG/DEL must name a certification on file
      *- and every applied change writes a before/after record to the
      *CERTAUD trail the same way VEHMNT audits the vehicle master.
      *A renewal is a CHG carrying the new course dates.  CERTSKL
      *reads CERTMAST nightly to build the effective skill set.
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      CERTMNT.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    February 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CERT-TRAN-FILE ASSIGN TO CERTTRN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CERT-MASTER-FILE ASSIGN TO CERTMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CE-KEY
           FILE STATUS IS WS-CERTMAST-STATUS.
           SELECT ROSTER-FILE ASSIGN TO ANLROSTR
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CERT-AUDIT-FILE ASSIGN TO CERTAUD
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * CERTIFICATION TRANSACTIONS FROM THE TRAINING SERGEANT
      *****************************************************************
       FD  CERT-TRAN-FILE.
       01  CERT-TRAN-REC.
           05  TR-ACTION                    PIC X(3).
           05  FILLER                       PIC X.
           05  TR-ANALYST-ID                PIC X(4).
           05  TR-SKILL-CODE                PIC X(1).
           05  TR-COURSE-CODE               PIC X(8).
           05  TR-COURSE-TITLE              PIC X(30).
           05  TR-COMPLETION-DATE           PIC X(8).
           05  TR-EXPIRY-DATE               PIC X(8).

      *****************************************************************
      * CERTIFICATION MASTER - ONE CERTIFICATION PER ANALYST PER
      * SKILL LETTER, KEYED BY ANALYST AND SKILL
      *****************************************************************
       FD  CERT-MASTER-FILE.
       01  CERT-MASTER-REC.
           05  CE-KEY.
               10  CE-ANALYST-ID            PIC X(4).
               10  CE-SKILL-CODE            PIC X(1).
           05  CE-COURSE-CODE               PIC X(8).
           05  CE-COURSE-TITLE              PIC X(30).
           05  CE-COMPLETION-DATE           PIC X(8).
           05  CE-EXPIRY-DATE               PIC X(8).
           05  CE-MAINT-DATE                PIC X(8).

      *****ANALYST ROSTER - THE ID ONLY, FOR THE ROSTER EDIT***********
       FD  ROSTER-FILE.
       01  ROSTER-REC.
           05  RS-ANALYST-ID                PIC X(4).
           05  FILLER                       PIC X(35).

      *****************************************************************
      * CHANGE-AUDIT TRAIL - ONE RECORD PER APPLIED TRANSACTION WITH
      * THE BEFORE AND AFTER CERTIFICATION IMAGES AND THE TIMESTAMP
      *****************************************************************
       FD  CERT-AUDIT-FILE.
       01  CERT-AUDIT-REC.
           05  CAU-TIMESTAMP                PIC X(14).
           05  CAU-ACTION                   PIC X(3).
           05  CAU-BEFORE-IMAGE             PIC X(67).
           05  CAU-AFTER-IMAGE              PIC X(67).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-TRAN-EOF-SWITCH       PIC X        VALUE 'N'.
              88 TRAN-EOF                           VALUE 'Y'.
           05 WS-TRAN-VALID-SWITCH     PIC X        VALUE 'Y'.
              88 TRAN-VALID                         VALUE 'Y'.
           05 WS-CERT-FOUND-SWITCH     PIC X        VALUE 'N'.
              88 CERT-FOUND                         VALUE 'Y'.
           05 WS-ROSTER-EOF-SWITCH     PIC X        VALUE 'N'.
              88 ROSTER-EOF                         VALUE 'Y'.
           05 WS-FOUND-SWITCH          PIC X        VALUE 'N'.
              88 WS-FOUND                           VALUE 'Y'.
       01 WS-CERTMAST-STATUS           PIC XX.
       01 WS-RUN-TIMESTAMP             PIC X(14).
       01 WS-REJECT-REASON             PIC X(30).
       01 WS-BEFORE-IMAGE              PIC X(67).

      *****DATE EDIT WORK FIELDS - SAME CHECK AS CRTCALIN**************
       01 WS-MONTH-CHECK               PIC 99.
       01 WS-DAY-CHECK                 PIC 99.
       01 WS-DATE-CHECK                PIC X(8).
       01 WS-DATE-OK-SWITCH            PIC X        VALUE 'Y'.
           88 DATE-OK                               VALUE 'Y'.

      *****ROSTER ANALYST IDS FOR THE ROSTER EDIT**********************
       01 WS-ANL-TAB-MAX           PIC 9(3)     VALUE 0.
       01 WS-ANL-TABLE.
           05 WS-ANL-ENTRY OCCURS 100 TIMES
                             INDEXED BY ANL-IDX.
              10 WS-ANL-ID             PIC X(4).

      *****MAINTENANCE DISPOSITION COUNTERS****************************
       01 WS-TRAN-READ             PIC 9(5)     VALUE 0.
       01 WS-TRAN-READZ            PIC ZZ,ZZ9.
       01 WS-TRAN-APPLIED          PIC 9(5)     VALUE 0.
       01 WS-TRAN-APPLIEDZ         PIC ZZ,ZZ9.
       01 WS-TRAN-REJECTED         PIC 9(5)     VALUE 0.
       01 WS-TRAN-REJECTEDZ        PIC ZZ,ZZ9.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-ROSTER-TABLE.
           PERFORM 200-OPEN-FILES.
           PERFORM 300-APPLY-TRANSACTIONS UNTIL TRAN-EOF.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies CERTMNT *'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* February, 2017                         *'.
           DISPLAY '******************************************'.

      *****************************************************************
       150-LOAD-ROSTER-TABLE.
           OPEN INPUT ROSTER-FILE.
           PERFORM 155-READ-ROSTER-REC UNTIL ROSTER-EOF.
           CLOSE ROSTER-FILE.

       155-READ-ROSTER-REC.
           READ ROSTER-FILE
               AT END MOVE 'Y' TO WS-ROSTER-EOF-SWITCH
           END-READ.
           IF NOT ROSTER-EOF AND WS-ANL-TAB-MAX < 100
               ADD 1 TO WS-ANL-TAB-MAX
               MOVE RS-ANALYST-ID TO WS-ANL-ID(WS-ANL-TAB-MAX)
           END-IF.

      *****************************************************************
      * THE CERTIFICATION MASTER MAY NOT EXIST YET ON THE FIRST RUN -
      * CREATE IT EMPTY AND REOPEN, THE SAME WAY VEHMNT TREATS THE
      * VEHICLE MASTER
      *****************************************************************
       200-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP.
           OPEN INPUT CERT-TRAN-FILE.
           OPEN I-O CERT-MASTER-FILE.
           IF WS-CERTMAST-STATUS = '35'
               OPEN OUTPUT CERT-MASTER-FILE
               CLOSE CERT-MASTER-FILE
               OPEN I-O CERT-MASTER-FILE
           END-IF.
           OPEN EXTEND CERT-AUDIT-FILE.

      *****************************************************************
       300-APPLY-TRANSACTIONS.
           READ CERT-TRAN-FILE
               AT END MOVE 'Y' TO WS-TRAN-EOF-SWITCH
           END-READ.
           IF NOT TRAN-EOF
               ADD 1 TO WS-TRAN-READ
               PERFORM 310-VALIDATE-TRANSACTION
               IF TRAN-VALID
                   ADD 1 TO WS-TRAN-APPLIED
                   PERFORM 350-APPLY-ONE-TRANSACTION
               ELSE
                   ADD 1 TO WS-TRAN-REJECTED
                   DISPLAY '*** TRANSACTION REJECTED *** '
                           TR-ACTION ' ' TR-ANALYST-ID
                           ' ' TR-SKILL-CODE
                           ' - ' WS-REJECT-REASON
               END-IF
           END-IF.

      *****************************************************************
      * THE ACTION MUST BE KNOWN; THE ANALYST MUST BE ON THE ROSTER
      * AND THE SKILL ONE DISPASGN ASSIGNS BY; ADD/CHG MUST CARRY A
      * COURSE AND USABLE DATES; AN ADD MUST BE NEW, A CHG/DEL MUST
      * NAME AN EXISTING CERTIFICATION
      *****************************************************************
       310-VALIDATE-TRANSACTION.
           MOVE 'Y' TO WS-TRAN-VALID-SWITCH.
           MOVE SPACES TO WS-REJECT-REASON.
           IF TR-ACTION NOT = 'ADD' AND TR-ACTION NOT = 'CHG'
              AND TR-ACTION NOT = 'DEL'
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'UNKNOWN ACTION CODE' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID
               PERFORM 315-CHECK-ROSTER
           END-IF.
           IF TRAN-VALID
              AND TR-SKILL-CODE NOT = 'T' AND TR-SKILL-CODE NOT = 'B'
              AND TR-SKILL-CODE NOT = 'S' AND TR-SKILL-CODE NOT = 'F'
              AND TR-SKILL-CODE NOT = 'G'
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'UNKNOWN SKILL CODE' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID AND TR-ACTION NOT = 'DEL'
               PERFORM 340-EDIT-COURSE-FIELDS
           END-IF.
           IF TRAN-VALID
               PERFORM 320-READ-CERT-MASTER
               EVALUATE TR-ACTION
                   WHEN 'ADD'
                       IF CERT-FOUND
                           MOVE 'N' TO WS-TRAN-VALID-SWITCH
                           MOVE 'CERTIFICATION ALREADY ON FILE'
                               TO WS-REJECT-REASON
                       END-IF
                   WHEN 'CHG'
                   WHEN 'DEL'
                       IF NOT CERT-FOUND
                           MOVE 'N' TO WS-TRAN-VALID-SWITCH
                           MOVE 'CERTIFICATION NOT ON FILE'
                               TO WS-REJECT-REASON
                       END-IF
               END-EVALUATE
           END-IF.

       315-CHECK-ROSTER.
           MOVE 'N' TO WS-FOUND-SWITCH.
           SET ANL-IDX TO 1.
           PERFORM 316-SEARCH-ROSTER
               UNTIL ANL-IDX > WS-ANL-TAB-MAX OR WS-FOUND.
           IF NOT WS-FOUND
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'ANALYST NOT ON ROSTER' TO WS-REJECT-REASON
           END-IF.

       316-SEARCH-ROSTER.
           IF WS-ANL-ID(ANL-IDX) = TR-ANALYST-ID
               MOVE 'Y' TO WS-FOUND-SWITCH
           ELSE
               SET ANL-IDX UP BY 1
           END-IF.

       320-READ-CERT-MASTER.
           MOVE 'N' TO WS-CERT-FOUND-SWITCH.
           MOVE TR-ANALYST-ID TO CE-ANALYST-ID.
           MOVE TR-SKILL-CODE TO CE-SKILL-CODE.
           READ CERT-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-CERT-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CERT-FOUND-SWITCH
           END-READ.

      *****************************************************************
      * A CERTIFICATION THAT EXPIRES ON OR BEFORE ITS COMPLETION DATE
      * IS A KEYING ERROR, NOT A ONE-DAY COURSE
      *****************************************************************
       340-EDIT-COURSE-FIELDS.
           IF TR-COURSE-CODE = SPACES
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'COURSE CODE BLANK' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID
               MOVE TR-COMPLETION-DATE TO WS-DATE-CHECK
               PERFORM 345-VALIDATE-DATE
               IF NOT DATE-OK
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
                   MOVE 'COMPLETION DATE INVALID' TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF TRAN-VALID
               MOVE TR-EXPIRY-DATE TO WS-DATE-CHECK
               PERFORM 345-VALIDATE-DATE
               IF NOT DATE-OK
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
                   MOVE 'EXPIRY DATE INVALID' TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF TRAN-VALID
              AND TR-EXPIRY-DATE NOT > TR-COMPLETION-DATE
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'EXPIRY NOT AFTER COMPLETION' TO WS-REJECT-REASON
           END-IF.

       345-VALIDATE-DATE.
           MOVE 'Y' TO WS-DATE-OK-SWITCH.
           IF WS-DATE-CHECK NOT NUMERIC
              OR WS-DATE-CHECK = '00000000'
               MOVE 'N' TO WS-DATE-OK-SWITCH
           ELSE
               MOVE WS-DATE-CHECK(5:2) TO WS-MONTH-CHECK
               MOVE WS-DATE-CHECK(7:2) TO WS-DAY-CHECK
               IF WS-MONTH-CHECK < 1 OR WS-MONTH-CHECK > 12
                  OR WS-DAY-CHECK < 1 OR WS-DAY-CHECK > 31
                   MOVE 'N' TO WS-DATE-OK-SWITCH
               END-IF
           END-IF.

      *****************************************************************
      * APPLY TO THE KEYED MASTER AND WRITE THE BEFORE/AFTER AUDIT
      * IMAGES - BLANK BEFORE FOR AN ADD, BLANK AFTER FOR A DELETE
      *****************************************************************
       350-APPLY-ONE-TRANSACTION.
           IF CERT-FOUND
               MOVE CERT-MASTER-REC TO WS-BEFORE-IMAGE
           ELSE
               MOVE SPACES TO WS-BEFORE-IMAGE
           END-IF.
           MOVE WS-RUN-TIMESTAMP TO CAU-TIMESTAMP.
           MOVE TR-ACTION TO CAU-ACTION.
           MOVE WS-BEFORE-IMAGE TO CAU-BEFORE-IMAGE.
           EVALUATE TR-ACTION
               WHEN 'ADD'
                   PERFORM 360-BUILD-MASTER-FIELDS
                   WRITE CERT-MASTER-REC
                   MOVE CERT-MASTER-REC TO CAU-AFTER-IMAGE
               WHEN 'CHG'
                   PERFORM 360-BUILD-MASTER-FIELDS
                   REWRITE CERT-MASTER-REC
                   MOVE CERT-MASTER-REC TO CAU-AFTER-IMAGE
               WHEN 'DEL'
                   DELETE CERT-MASTER-FILE
                   MOVE SPACES TO CAU-AFTER-IMAGE
           END-EVALUATE.
           WRITE CERT-AUDIT-REC.

       360-BUILD-MASTER-FIELDS.
           MOVE TR-ANALYST-ID TO CE-ANALYST-ID.
           MOVE TR-SKILL-CODE TO CE-SKILL-CODE.
           MOVE TR-COURSE-CODE TO CE-COURSE-CODE.
           MOVE TR-COURSE-TITLE TO CE-COURSE-TITLE.
           MOVE TR-COMPLETION-DATE TO CE-COMPLETION-DATE.
           MOVE TR-EXPIRY-DATE TO CE-EXPIRY-DATE.
           MOVE WS-RUN-TIMESTAMP(1:8) TO CE-MAINT-DATE.

      *DISPLAY THE MAINTENANCE DISPOSITION TOTALS**********************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-TRAN-READ TO WS-TRAN-READZ.
           DISPLAY 'Transactions Read         : ' WS-TRAN-READZ.
           MOVE WS-TRAN-APPLIED TO WS-TRAN-APPLIEDZ.
           DISPLAY 'Transactions Applied      : ' WS-TRAN-APPLIEDZ.
           MOVE WS-TRAN-REJECTED TO WS-TRAN-REJECTEDZ.
           DISPLAY 'Transactions Rejected     : ' WS-TRAN-REJECTEDZ.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           CLOSE CERT-TRAN-FILE
                 CERT-MASTER-FILE
                 CERT-AUDIT-FILE.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
