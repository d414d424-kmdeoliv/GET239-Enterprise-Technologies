      *****************************************************************
      *PURPOSE: Public-records (FOIA) request log maintenance.  The
      *requests that REDACT, RESEARCH and PUBDELTA produce data for
      *were kept in a paper binder, and the statutory response date
      *kept slipping past unnoticed.  This program applies
      *transactions from the records unit to the keyed FOIAMAST
      *request master - one record per request holding the
      *requester, received date, scope, extension flag, status and
      *the statutory due date, plus up to five links to the
      *RSRCHOUT/PUBTHEFT/PUBBURG outputs that fulfilled it.  The due
      *date is counted in business days off the BUSCAL calendar
      *through BUSDAYS - FOIACTL DAYS business days after receipt,
      *plus EXTN more once the extension is taken.
      *
      *ACTIONS: ADD NEW REQUEST           CHG REQUESTER/SCOPE/DATES
      *         EXT TAKE THE EXTENSION    LNK LINK A FULFILLING OUTPUT
      *         CLS CLOSE (F FULFILLED, D DENIED, W WITHDRAWN)
      *         DEL REMOVE A REQUEST ENTERED IN ERROR
      *
      *Every applied change writes a before/after record to the
      *FOIAAUD trail the same way PARTYMNT audits PARTYMST.  FOIADUE
      *(daily due/overdue) and FOIACOMP (monthly compliance) read
      *FOIAMAST.
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      FOIAMNT.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    January 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FOIA-TRAN-FILE ASSIGN TO FOIATRN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FOIA-MASTER-FILE ASSIGN TO FOIAMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FM-REQUEST-ID
           FILE STATUS IS WS-FOIAMAST-STATUS.
           SELECT FOIA-CTL-FILE ASSIGN TO FOIACTL
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FOIA-AUDIT-FILE ASSIGN TO FOIAAUD
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * FOIA TRANSACTIONS FROM THE RECORDS UNIT - ADD/CHG CARRY THE
      * REQUEST FIELDS, LNK THE OUTPUT DD NAME AND ITS RUN DATE, CLS
      * THE CLOSING STATUS AND THE RESPONSE DATE
      *****************************************************************
       FD  FOIA-TRAN-FILE.
       01  FOIA-TRAN-REC.
           05  FX-ACTION                    PIC X(3).
           05  FILLER                       PIC X.
           05  FX-REQUEST-ID                PIC X(8).
           05  FILLER                       PIC X.
           05  FX-REQUESTER                 PIC X(30).
           05  FX-RECEIVED-DATE             PIC X(8).
           05  FX-EXTENSION-FLAG            PIC X(1).
           05  FX-SCOPE                     PIC X(60).
           05  FX-STATUS                    PIC X(1).
           05  FX-OUTPUT-NAME               PIC X(8).
           05  FX-ACTION-DATE               PIC X(8).

      *****************************************************************
      * FOIA REQUEST MASTER - ONE RECORD PER PUBLIC-RECORDS REQUEST
      *****************************************************************
       FD  FOIA-MASTER-FILE.
       01  FOIA-MASTER-REC.
           05  FM-REQUEST-ID                PIC X(8).
           05  FM-REQUESTER                 PIC X(30).
           05  FM-RECEIVED-DATE             PIC X(8).
           05  FM-SCOPE                     PIC X(60).
           05  FM-EXTENSION-FLAG            PIC X(1).
               88  FM-EXTENDED                          VALUE 'Y'.
           05  FM-STATUS                    PIC X(1).
               88  FM-OPEN                              VALUE 'O'.
           05  FM-DUE-DATE                  PIC X(8).
           05  FM-CLOSED-DATE               PIC X(8).
           05  FM-LINK-COUNT                PIC 9(1).
           05  FM-LINK OCCURS 5 TIMES.
               10  FM-LINK-OUTPUT           PIC X(8).
               10  FM-LINK-DATE             PIC X(8).

      *****************************************************************
      * CONTROL FILE - DAYS = STATUTORY RESPONSE TIME, BUSINESS DAYS
      *                EXTN = ADDITIONAL BUSINESS DAYS AN EXTENSION
      *                       ALLOWS
      *****************************************************************
       FD  FOIA-CTL-FILE.
       01  FOIA-CTL-REC.
           05  FCC-TYPE                     PIC X(4).
           05  FILLER                       PIC X.
           05  FCC-VALUE                    PIC X(9).

      *****************************************************************
      * CHANGE-AUDIT TRAIL - ONE RECORD PER APPLIED TRANSACTION WITH
      * THE BEFORE AND AFTER REQUEST IMAGES AND THE RUN TIMESTAMP
      *****************************************************************
       FD  FOIA-AUDIT-FILE.
       01  FOIA-AUDIT-REC.
           05  FAU-TIMESTAMP                PIC X(14).
           05  FAU-ACTION                   PIC X(3).
           05  FAU-BEFORE-IMAGE             PIC X(205).
           05  FAU-AFTER-IMAGE              PIC X(205).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-TRAN-EOF-SWITCH       PIC X        VALUE 'N'.
              88 TRAN-EOF                           VALUE 'Y'.
           05 WS-TRAN-VALID-SWITCH     PIC X        VALUE 'Y'.
              88 TRAN-VALID                         VALUE 'Y'.
           05 WS-REQUEST-FOUND-SWITCH  PIC X        VALUE 'N'.
              88 REQUEST-FOUND                      VALUE 'Y'.
           05 WS-CTL-EOF               PIC X        VALUE 'N'.
              88 CTL-EOF                            VALUE 'Y'.
           05 WS-FOUND-SWITCH          PIC X        VALUE 'N'.
              88 WS-FOUND                           VALUE 'Y'.
       01 WS-FOIAMAST-STATUS           PIC XX.
       01 WS-RUN-TIMESTAMP             PIC X(14).
       01 WS-TODAY                     PIC X(8).
       01 WS-REJECT-REASON             PIC X(30).
       01 WS-BEFORE-IMAGE              PIC X(205).
       01 WS-MONTH-CHECK               PIC 99.
       01 WS-DAY-CHECK                 PIC 99.
       01 WS-DATE-CHECK                PIC X(8).
       01 WS-DATE-OK-SWITCH            PIC X        VALUE 'Y'.
           88 DATE-OK                               VALUE 'Y'.
       01 WS-LINK-SUB                  PIC 9(1).

      *****CONTROL VALUES - DEFAULTS, OVERRIDDEN BY FOIACTL*************
       01 WS-RESPONSE-DAYS         PIC 9(3)     VALUE 5.
       01 WS-EXTENSION-DAYS        PIC 9(3)     VALUE 5.

      **** CALLED PROGRAM *********************************************
       01  CALL-BUSDAYS                   PIC X(8) VALUE 'BUSDAYS'.
       01  WS-RECEIVED-DATE-9             PIC 9(8).
       01  WS-CANDIDATE-DATE-9            PIC 9(8).
       01  WS-CANDIDATE-INT               PIC 9(7).
       01  WS-DAYS-NEEDED                 PIC 9(3).
       01  WS-BUSINESS-DAYS               PIC S9(7).

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
           PERFORM 150-LOAD-CONTROL-TABLE.
           PERFORM 200-OPEN-FILES.
           PERFORM 300-APPLY-TRANSACTIONS UNTIL TRAN-EOF.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies FOIAMNT *'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* January, 2017                          *'.
           DISPLAY '******************************************'.

      *****************************************************************
       150-LOAD-CONTROL-TABLE.
           OPEN INPUT FOIA-CTL-FILE.
           PERFORM 155-READ-FOIA-CTL-REC UNTIL CTL-EOF.
           CLOSE FOIA-CTL-FILE.

       155-READ-FOIA-CTL-REC.
           READ FOIA-CTL-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF
           END-READ.
           IF NOT CTL-EOF
               EVALUATE FCC-TYPE
                   WHEN 'DAYS'
                       COMPUTE WS-RESPONSE-DAYS =
                               FUNCTION NUMVAL(FCC-VALUE)
                   WHEN 'EXTN'
                       COMPUTE WS-EXTENSION-DAYS =
                               FUNCTION NUMVAL(FCC-VALUE)
               END-EVALUATE
           END-IF.

      *****************************************************************
      * THE REQUEST MASTER MAY NOT EXIST YET ON THE FIRST RUN - CREATE
      * IT EMPTY AND REOPEN, THE SAME WAY PARTYMNT TREATS PARTYMST
      *****************************************************************
       200-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP.
           MOVE WS-RUN-TIMESTAMP(1:8) TO WS-TODAY.
           OPEN INPUT FOIA-TRAN-FILE.
           OPEN I-O FOIA-MASTER-FILE.
           IF WS-FOIAMAST-STATUS = '35'
               OPEN OUTPUT FOIA-MASTER-FILE
               CLOSE FOIA-MASTER-FILE
               OPEN I-O FOIA-MASTER-FILE
           END-IF.
           OPEN EXTEND FOIA-AUDIT-FILE.

      *****************************************************************
       300-APPLY-TRANSACTIONS.
           READ FOIA-TRAN-FILE
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
                           FX-ACTION ' ' FX-REQUEST-ID
                           ' - ' WS-REJECT-REASON
               END-IF
           END-IF.

      *****************************************************************
      * THE ACTION MUST BE KNOWN AND THE REQUEST ID PRESENT; AN ADD
      * MUST BE A NEW ID, EVERYTHING ELSE AN EXISTING ONE.  ONLY AN
      * OPEN REQUEST MAY BE EXTENDED, LINKED OR CLOSED
      *****************************************************************
       310-VALIDATE-TRANSACTION.
           MOVE 'Y' TO WS-TRAN-VALID-SWITCH.
           MOVE SPACES TO WS-REJECT-REASON.
           IF FX-REQUEST-ID = SPACES
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'REQUEST ID BLANK' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID
              AND FX-ACTION NOT = 'ADD' AND FX-ACTION NOT = 'CHG'
              AND FX-ACTION NOT = 'EXT' AND FX-ACTION NOT = 'LNK'
              AND FX-ACTION NOT = 'CLS' AND FX-ACTION NOT = 'DEL'
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'UNKNOWN ACTION CODE' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID
               PERFORM 320-READ-FOIA-MASTER
               IF FX-ACTION = 'ADD'
                   IF REQUEST-FOUND
                       MOVE 'N' TO WS-TRAN-VALID-SWITCH
                       MOVE 'REQUEST ALREADY ON MASTER'
                           TO WS-REJECT-REASON
                   END-IF
               ELSE
                   IF NOT REQUEST-FOUND
                       MOVE 'N' TO WS-TRAN-VALID-SWITCH
                       MOVE 'REQUEST NOT ON MASTER'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
           IF TRAN-VALID
               EVALUATE FX-ACTION
                   WHEN 'ADD'
                   WHEN 'CHG'
                       PERFORM 315-EDIT-REQUEST-FIELDS
                   WHEN 'EXT'
                       PERFORM 330-EDIT-OPEN-REQUEST
                       IF TRAN-VALID AND FM-EXTENDED
                           MOVE 'N' TO WS-TRAN-VALID-SWITCH
                           MOVE 'EXTENSION ALREADY TAKEN'
                               TO WS-REJECT-REASON
                       END-IF
                   WHEN 'LNK'
                       PERFORM 330-EDIT-OPEN-REQUEST
                       IF TRAN-VALID
                           PERFORM 335-EDIT-LINK-FIELDS
                       END-IF
                   WHEN 'CLS'
                       PERFORM 330-EDIT-OPEN-REQUEST
                       IF TRAN-VALID
                           PERFORM 340-EDIT-CLOSE-FIELDS
                       END-IF
               END-EVALUATE
           END-IF.

       315-EDIT-REQUEST-FIELDS.
           IF FX-REQUESTER = SPACES
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'REQUESTER BLANK' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID AND FX-SCOPE = SPACES
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'SCOPE BLANK' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID
               MOVE FX-RECEIVED-DATE TO WS-DATE-CHECK
               PERFORM 325-VALIDATE-DATE
               IF NOT DATE-OK OR FX-RECEIVED-DATE > WS-TODAY
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
                   MOVE 'RECEIVED DATE INVALID' TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF TRAN-VALID
              AND FX-EXTENSION-FLAG NOT = 'Y'
              AND FX-EXTENSION-FLAG NOT = 'N'
              AND FX-EXTENSION-FLAG NOT = SPACE
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'EXTENSION FLAG NOT Y OR N' TO WS-REJECT-REASON
           END-IF.

       320-READ-FOIA-MASTER.
           MOVE 'N' TO WS-REQUEST-FOUND-SWITCH.
           MOVE FX-REQUEST-ID TO FM-REQUEST-ID.
           READ FOIA-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-REQUEST-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO WS-REQUEST-FOUND-SWITCH
           END-READ.

       325-VALIDATE-DATE.
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

       330-EDIT-OPEN-REQUEST.
           IF NOT FM-OPEN
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'REQUEST ALREADY CLOSED' TO WS-REJECT-REASON
           END-IF.

      *****************************************************************
      * ONLY THE PUBLIC-RECORDS OUTPUTS MAY BE LINKED, EACH RUN ONCE,
      * ON OR AFTER THE DAY THE REQUEST CAME IN
      *****************************************************************
       335-EDIT-LINK-FIELDS.
           IF FX-OUTPUT-NAME NOT = 'RSRCHOUT'
              AND FX-OUTPUT-NAME NOT = 'PUBTHEFT'
              AND FX-OUTPUT-NAME NOT = 'PUBBURG '
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'OUTPUT NOT A PUBLIC DATASET'
                   TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID
               MOVE FX-ACTION-DATE TO WS-DATE-CHECK
               PERFORM 325-VALIDATE-DATE
               IF NOT DATE-OK OR FX-ACTION-DATE > WS-TODAY
                  OR FX-ACTION-DATE < FM-RECEIVED-DATE
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
                   MOVE 'OUTPUT RUN DATE INVALID' TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF TRAN-VALID
               MOVE 'N' TO WS-FOUND-SWITCH
               MOVE 1 TO WS-LINK-SUB
               PERFORM 337-SEARCH-LINK
                   UNTIL WS-LINK-SUB > FM-LINK-COUNT OR WS-FOUND
               IF WS-FOUND
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
                   MOVE 'OUTPUT ALREADY LINKED' TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF TRAN-VALID AND FM-LINK-COUNT NOT < 5
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'LINK TABLE FULL' TO WS-REJECT-REASON
           END-IF.

       337-SEARCH-LINK.
           IF FM-LINK-OUTPUT(WS-LINK-SUB) = FX-OUTPUT-NAME
              AND FM-LINK-DATE(WS-LINK-SUB) = FX-ACTION-DATE
               MOVE 'Y' TO WS-FOUND-SWITCH
           ELSE
               ADD 1 TO WS-LINK-SUB
           END-IF.

      *****************************************************************
      * A FULFILLED REQUEST MUST NAME THE OUTPUT THAT FULFILLED IT -
      * DENIALS AND WITHDRAWALS NEED NO LINK
      *****************************************************************
       340-EDIT-CLOSE-FIELDS.
           IF FX-STATUS NOT = 'F' AND FX-STATUS NOT = 'D'
              AND FX-STATUS NOT = 'W'
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'CLOSE STATUS NOT F, D OR W' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID AND FX-STATUS = 'F' AND FM-LINK-COUNT = 0
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'FULFILLED BUT NO OUTPUT LINKED'
                   TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID
               MOVE FX-ACTION-DATE TO WS-DATE-CHECK
               PERFORM 325-VALIDATE-DATE
               IF NOT DATE-OK OR FX-ACTION-DATE > WS-TODAY
                  OR FX-ACTION-DATE < FM-RECEIVED-DATE
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
                   MOVE 'RESPONSE DATE INVALID' TO WS-REJECT-REASON
               END-IF
           END-IF.

      *****************************************************************
      * APPLY TO THE KEYED MASTER AND WRITE THE BEFORE/AFTER AUDIT
      * IMAGES - BLANK BEFORE FOR AN ADD, BLANK AFTER FOR A DELETE
      *****************************************************************
       350-APPLY-ONE-TRANSACTION.
           IF REQUEST-FOUND
               MOVE FOIA-MASTER-REC TO WS-BEFORE-IMAGE
           ELSE
               MOVE SPACES TO WS-BEFORE-IMAGE
           END-IF.
           MOVE WS-RUN-TIMESTAMP TO FAU-TIMESTAMP.
           MOVE FX-ACTION TO FAU-ACTION.
           MOVE WS-BEFORE-IMAGE TO FAU-BEFORE-IMAGE.
           EVALUATE FX-ACTION
               WHEN 'ADD'
                   MOVE SPACES TO FOIA-MASTER-REC
                   MOVE FX-REQUEST-ID TO FM-REQUEST-ID
                   MOVE 'O' TO FM-STATUS
                   MOVE 0 TO FM-LINK-COUNT
                   PERFORM 360-BUILD-MASTER-FIELDS
                   WRITE FOIA-MASTER-REC
                   MOVE FOIA-MASTER-REC TO FAU-AFTER-IMAGE
               WHEN 'CHG'
                   PERFORM 360-BUILD-MASTER-FIELDS
                   REWRITE FOIA-MASTER-REC
                   MOVE FOIA-MASTER-REC TO FAU-AFTER-IMAGE
               WHEN 'EXT'
                   MOVE 'Y' TO FM-EXTENSION-FLAG
                   PERFORM 370-COMPUTE-DUE-DATE
                   REWRITE FOIA-MASTER-REC
                   MOVE FOIA-MASTER-REC TO FAU-AFTER-IMAGE
               WHEN 'LNK'
                   ADD 1 TO FM-LINK-COUNT
                   MOVE FX-OUTPUT-NAME
                       TO FM-LINK-OUTPUT(FM-LINK-COUNT)
                   MOVE FX-ACTION-DATE TO FM-LINK-DATE(FM-LINK-COUNT)
                   REWRITE FOIA-MASTER-REC
                   MOVE FOIA-MASTER-REC TO FAU-AFTER-IMAGE
               WHEN 'CLS'
                   MOVE FX-STATUS TO FM-STATUS
                   MOVE FX-ACTION-DATE TO FM-CLOSED-DATE
                   REWRITE FOIA-MASTER-REC
                   MOVE FOIA-MASTER-REC TO FAU-AFTER-IMAGE
               WHEN 'DEL'
                   DELETE FOIA-MASTER-FILE
                   MOVE SPACES TO FAU-AFTER-IMAGE
           END-EVALUATE.
           WRITE FOIA-AUDIT-REC.

      *A BLANK EXTENSION FLAG ON A CHG LEAVES THE FLAG AS IT WAS*******
       360-BUILD-MASTER-FIELDS.
           MOVE FX-REQUESTER TO FM-REQUESTER.
           MOVE FX-RECEIVED-DATE TO FM-RECEIVED-DATE.
           MOVE FX-SCOPE TO FM-SCOPE.
           IF FX-EXTENSION-FLAG NOT = SPACE
               MOVE FX-EXTENSION-FLAG TO FM-EXTENSION-FLAG
           END-IF.
           IF FM-EXTENSION-FLAG = SPACE
               MOVE 'N' TO FM-EXTENSION-FLAG
           END-IF.
           PERFORM 370-COMPUTE-DUE-DATE.

      *****************************************************************
      * STEP FORWARD ONE CALENDAR DAY AT A TIME UNTIL BUSDAYS COUNTS
      * THE REQUIRED BUSINESS DAYS SINCE RECEIPT - THE FIRST SUCH DAY
      * IS ALWAYS A BUSINESS DAY, SO A DEADLINE NEVER LANDS ON A
      * WEEKEND OR HOLIDAY
      *****************************************************************
       370-COMPUTE-DUE-DATE.
           MOVE WS-RESPONSE-DAYS TO WS-DAYS-NEEDED.
           IF FM-EXTENDED
               ADD WS-EXTENSION-DAYS TO WS-DAYS-NEEDED
           END-IF.
           MOVE FM-RECEIVED-DATE TO WS-RECEIVED-DATE-9.
           MOVE WS-RECEIVED-DATE-9 TO WS-CANDIDATE-DATE-9.
           COMPUTE WS-CANDIDATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RECEIVED-DATE-9).
           MOVE 0 TO WS-BUSINESS-DAYS.
           PERFORM 375-ADVANCE-ONE-DAY
               UNTIL WS-BUSINESS-DAYS NOT < WS-DAYS-NEEDED.
           MOVE WS-CANDIDATE-DATE-9 TO FM-DUE-DATE.

       375-ADVANCE-ONE-DAY.
           ADD 1 TO WS-CANDIDATE-INT.
           COMPUTE WS-CANDIDATE-DATE-9 =
               FUNCTION DATE-OF-INTEGER(WS-CANDIDATE-INT).
           CALL CALL-BUSDAYS USING WS-RECEIVED-DATE-9
                                   WS-CANDIDATE-DATE-9
                                   WS-BUSINESS-DAYS.

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
           CLOSE FOIA-TRAN-FILE
                 FOIA-MASTER-FILE
                 FOIA-AUDIT-FILE.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
