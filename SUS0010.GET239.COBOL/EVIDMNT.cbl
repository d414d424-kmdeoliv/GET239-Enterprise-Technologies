      *****************************************************************
      *PURPOSE: Property and evidence room inventory.  Nothing in the
      *system knew what physical items were seized on a case - the
      *property room kept its own card file and COURTPKG sent arrest
      *packages to the state's attorney with no evidence list.  This
      *program applies the property room's custody transactions to
      *the keyed EVIDMAST item master (one record per case number
      *and item sequence) and writes every move to the EVIDHIST
      *chain-of-custody history, which is never rewritten.
      *
      *TRANSACTION ACTIONS:
      *  CHK CHECK-IN     - NEW ITEM INTO THE ROOM, STATUS I
      *  XFR TRANSFER     - NEW SHELF/LOCATION OR CUSTODIAN, STATUS I
      *  LBO LAB-OUT      - SIGNED OUT TO THE LAB, STATUS L
      *  LBR LAB-RETURN   - BACK FROM THE LAB TO A SHELF, STATUS I
      *  REL RELEASE      - RETURNED TO OWNER, STATUS R (FINAL)
      *  DST DESTROY      - DESTROYED, STATUS D (FINAL)
      *A check-in must name a case on CASEMAST and an item not yet on
      *the master; every other action must name an item whose current
      *status allows it.  EVIDDISP lists items whose case is finally
      *adjudicated for the monthly disposal review.
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      EVIDMNT.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    January 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVID-TRAN-FILE ASSIGN TO EVIDTRN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EVID-MASTER-FILE ASSIGN TO EVIDMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EV-KEY
           FILE STATUS IS WS-EVIDMAST-STATUS.
           SELECT CASE-MASTER-FILE ASSIGN TO CASEMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-CASE-NUMBER
           FILE STATUS IS WS-CASEMAST-STATUS.
           SELECT EVID-HIST-FILE ASSIGN TO EVIDHIST
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * CUSTODY TRANSACTIONS FROM THE PROPERTY ROOM
      *****************************************************************
       FD  EVID-TRAN-FILE.
       01  EVID-TRAN-REC.
           05  ET-ACTION                    PIC X(3).
           05  FILLER                       PIC X.
           05  ET-CASE-NUMBER               PIC X(8).
           05  ET-ITEM-SEQ                  PIC X(3).
           05  ET-ITEM-SEQ-9 REDEFINES ET-ITEM-SEQ
                                            PIC 9(3).
           05  ET-ACTION-DATE               PIC X(8).
           05  ET-OFFICER-ID                PIC X(6).
           05  ET-LOCATION                  PIC X(12).
           05  ET-ITEM-DESC                 PIC X(40).
           05  ET-REMARKS                   PIC X(30).

      *****************************************************************
      * EVIDENCE ITEM MASTER - ONE RECORD PER CASE AND ITEM SEQUENCE,
      * CURRENT STATUS, SHELF/LAB LOCATION AND CUSTODIAN
      *****************************************************************
       FD  EVID-MASTER-FILE.
       01  EVID-MASTER-REC.
           05  EV-KEY.
               10  EV-CASE-NUMBER           PIC X(8).
               10  EV-ITEM-SEQ              PIC 9(3).
           05  EV-ITEM-DESC                 PIC X(40).
           05  EV-STATUS                    PIC X(1).
               88  EV-IN-CUSTODY                        VALUE 'I'.
               88  EV-AT-LAB                            VALUE 'L'.
               88  EV-RELEASED                          VALUE 'R'.
               88  EV-DESTROYED                         VALUE 'D'.
           05  EV-LOCATION                  PIC X(12).
           05  EV-CUSTODIAN                 PIC X(6).
           05  EV-CHECKIN-DATE              PIC X(8).
           05  EV-LAST-MOVE-DATE            PIC X(8).
           05  EV-DISPO-DATE                PIC X(8).

      *****PERSISTENT CASE MASTER - KEY ONLY, FOR THE EXISTENCE EDIT***
       FD  CASE-MASTER-FILE.
       01  CASE-MASTER-REC.
           05  CM-CASE-NUMBER               PIC X(8).
           05  FILLER                       PIC X(258).

      *****************************************************************
      * CHAIN-OF-CUSTODY HISTORY - ONE RECORD PER APPLIED MOVE WITH
      * THE FROM/TO LOCATION AND CUSTODIAN, APPENDED AND NEVER
      * REWRITTEN
      *****************************************************************
       FD  EVID-HIST-FILE.
       01  EVID-HIST-REC.
           05  EH-TIMESTAMP                 PIC X(14).
           05  EH-CASE-NUMBER               PIC X(8).
           05  EH-ITEM-SEQ                  PIC 9(3).
           05  EH-ACTION                    PIC X(3).
           05  EH-ACTION-DATE               PIC X(8).
           05  EH-FROM-LOCATION             PIC X(12).
           05  EH-TO-LOCATION               PIC X(12).
           05  EH-FROM-CUSTODIAN            PIC X(6).
           05  EH-TO-CUSTODIAN              PIC X(6).
           05  EH-REMARKS                   PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-TRAN-EOF-SWITCH       PIC X        VALUE 'N'.
              88 TRAN-EOF                           VALUE 'Y'.
           05 WS-TRAN-VALID-SWITCH     PIC X        VALUE 'Y'.
              88 TRAN-VALID                         VALUE 'Y'.
           05 WS-ITEM-FOUND-SWITCH     PIC X        VALUE 'N'.
              88 ITEM-FOUND                         VALUE 'Y'.
           05 WS-CASE-FOUND-SWITCH     PIC X        VALUE 'N'.
              88 CASE-FOUND                         VALUE 'Y'.
       01 WS-EVIDMAST-STATUS           PIC XX.
       01 WS-CASEMAST-STATUS           PIC XX.
       01 WS-RUN-TIMESTAMP             PIC X(14).
       01 WS-REJECT-REASON             PIC X(30).
       01 WS-FROM-LOCATION             PIC X(12).
       01 WS-FROM-CUSTODIAN            PIC X(6).

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
           PERFORM 200-OPEN-FILES.
           PERFORM 300-APPLY-TRANSACTIONS UNTIL TRAN-EOF.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies EVIDMNT *'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* January, 2017                          *'.
           DISPLAY '******************************************'.

      *****************************************************************
      * THE ITEM MASTER MAY NOT EXIST YET ON THE FIRST RUN - CREATE
      * IT EMPTY AND REOPEN, THE SAME WAY PARTYMNT TREATS PARTYMST
      *****************************************************************
       200-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP.
           OPEN INPUT EVID-TRAN-FILE.
           OPEN I-O EVID-MASTER-FILE.
           IF WS-EVIDMAST-STATUS = '35'
               OPEN OUTPUT EVID-MASTER-FILE
               CLOSE EVID-MASTER-FILE
               OPEN I-O EVID-MASTER-FILE
           END-IF.
           OPEN INPUT CASE-MASTER-FILE.
           OPEN EXTEND EVID-HIST-FILE.

      *****************************************************************
       300-APPLY-TRANSACTIONS.
           READ EVID-TRAN-FILE
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
                           ET-ACTION ' ' ET-CASE-NUMBER
                           '-' ET-ITEM-SEQ
                           ' - ' WS-REJECT-REASON
               END-IF
           END-IF.

      *****************************************************************
      * EVERY TRANSACTION NEEDS A KNOWN ACTION, A CASE, A NUMERIC
      * ITEM SEQUENCE, A NUMERIC ACTION DATE AND THE OFFICER WHO
      * HANDLED THE ITEM; THE ACTION THEN HAS TO FIT THE ITEM'S
      * CURRENT STATUS
      *****************************************************************
       310-VALIDATE-TRANSACTION.
           MOVE 'Y' TO WS-TRAN-VALID-SWITCH.
           MOVE SPACES TO WS-REJECT-REASON.
           IF ET-CASE-NUMBER = SPACES
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'CASE NUMBER BLANK' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID
              AND ET-ACTION NOT = 'CHK' AND ET-ACTION NOT = 'XFR'
              AND ET-ACTION NOT = 'LBO' AND ET-ACTION NOT = 'LBR'
              AND ET-ACTION NOT = 'REL' AND ET-ACTION NOT = 'DST'
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'UNKNOWN ACTION CODE' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID
               IF ET-ITEM-SEQ NOT NUMERIC OR ET-ITEM-SEQ-9 = 0
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
                   MOVE 'ITEM SEQUENCE NOT NUMERIC' TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF TRAN-VALID AND ET-ACTION-DATE NOT NUMERIC
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'ACTION DATE NOT NUMERIC' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID AND ET-OFFICER-ID = SPACES
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'HANDLING OFFICER BLANK' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID
               PERFORM 320-READ-EVID-MASTER
               IF ET-ACTION = 'CHK'
                   PERFORM 330-EDIT-CHECK-IN
               ELSE
                   PERFORM 340-EDIT-CUSTODY-MOVE
               END-IF
           END-IF.

       320-READ-EVID-MASTER.
           MOVE 'N' TO WS-ITEM-FOUND-SWITCH.
           MOVE ET-CASE-NUMBER TO EV-CASE-NUMBER.
           MOVE ET-ITEM-SEQ-9 TO EV-ITEM-SEQ.
           READ EVID-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ITEM-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ITEM-FOUND-SWITCH
           END-READ.

      *****************************************************************
      * A CHECK-IN OPENS A NEW ITEM - NOT ALREADY ON THE MASTER, ON A
      * CASE WE HOLD, WITH A DESCRIPTION AND A SHELF LOCATION
      *****************************************************************
       330-EDIT-CHECK-IN.
           IF ITEM-FOUND
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'ITEM ALREADY ON MASTER' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID AND ET-ITEM-DESC = SPACES
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'ITEM DESCRIPTION BLANK' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID AND ET-LOCATION = SPACES
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'STORAGE LOCATION BLANK' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID
               MOVE 'N' TO WS-CASE-FOUND-SWITCH
               MOVE ET-CASE-NUMBER TO CM-CASE-NUMBER
               READ CASE-MASTER-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-CASE-FOUND-SWITCH
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CASE-FOUND-SWITCH
               END-READ
               IF NOT CASE-FOUND
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
                   MOVE 'CASE NOT ON CASE MASTER' TO WS-REJECT-REASON
               END-IF
           END-IF.

      *****************************************************************
      * A MOVE NEEDS AN ITEM ON FILE WHOSE STATUS ALLOWS IT - ONLY A
      * LAB RETURN ACCEPTS AN ITEM AT THE LAB, AND A RELEASED OR
      * DESTROYED ITEM ACCEPTS NOTHING FURTHER
      *****************************************************************
       340-EDIT-CUSTODY-MOVE.
           IF NOT ITEM-FOUND
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'ITEM NOT ON MASTER' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID
               EVALUATE TRUE
                   WHEN EV-RELEASED
                   WHEN EV-DESTROYED
                       MOVE 'N' TO WS-TRAN-VALID-SWITCH
                       MOVE 'ITEM ALREADY DISPOSED'
                           TO WS-REJECT-REASON
                   WHEN EV-AT-LAB AND ET-ACTION NOT = 'LBR'
                       MOVE 'N' TO WS-TRAN-VALID-SWITCH
                       MOVE 'ITEM IS OUT AT THE LAB'
                           TO WS-REJECT-REASON
                   WHEN EV-IN-CUSTODY AND ET-ACTION = 'LBR'
                       MOVE 'N' TO WS-TRAN-VALID-SWITCH
                       MOVE 'ITEM IS NOT OUT AT THE LAB'
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF.
           IF TRAN-VALID
               EVALUATE ET-ACTION
                   WHEN 'XFR'
                   WHEN 'LBO'
                   WHEN 'LBR'
                       IF ET-LOCATION = SPACES
                           MOVE 'N' TO WS-TRAN-VALID-SWITCH
                           MOVE 'NEW LOCATION BLANK'
                               TO WS-REJECT-REASON
                       END-IF
                   WHEN 'REL'
                       IF ET-REMARKS = SPACES
                           MOVE 'N' TO WS-TRAN-VALID-SWITCH
                           MOVE 'RELEASED-TO BLANK'
                               TO WS-REJECT-REASON
                       END-IF
               END-EVALUATE
           END-IF.

      *****************************************************************
      * APPLY TO THE KEYED MASTER AND WRITE THE CUSTODY HISTORY ROW -
      * BLANK FROM-LOCATION FOR A CHECK-IN, BLANK TO-LOCATION FOR A
      * RELEASE OR DESTRUCTION
      *****************************************************************
       350-APPLY-ONE-TRANSACTION.
           IF ITEM-FOUND
               MOVE EV-LOCATION TO WS-FROM-LOCATION
               MOVE EV-CUSTODIAN TO WS-FROM-CUSTODIAN
           ELSE
               MOVE SPACES TO WS-FROM-LOCATION
               MOVE SPACES TO WS-FROM-CUSTODIAN
           END-IF.
           EVALUATE ET-ACTION
               WHEN 'CHK'
                   MOVE ET-CASE-NUMBER TO EV-CASE-NUMBER
                   MOVE ET-ITEM-SEQ-9 TO EV-ITEM-SEQ
                   MOVE ET-ITEM-DESC TO EV-ITEM-DESC
                   MOVE 'I' TO EV-STATUS
                   MOVE ET-LOCATION TO EV-LOCATION
                   MOVE ET-OFFICER-ID TO EV-CUSTODIAN
                   MOVE ET-ACTION-DATE TO EV-CHECKIN-DATE
                   MOVE ET-ACTION-DATE TO EV-LAST-MOVE-DATE
                   MOVE SPACES TO EV-DISPO-DATE
                   WRITE EVID-MASTER-REC
               WHEN 'XFR'
               WHEN 'LBR'
                   MOVE 'I' TO EV-STATUS
                   PERFORM 360-MOVE-ITEM
               WHEN 'LBO'
                   MOVE 'L' TO EV-STATUS
                   PERFORM 360-MOVE-ITEM
               WHEN 'REL'
                   MOVE 'R' TO EV-STATUS
                   PERFORM 370-DISPOSE-ITEM
               WHEN 'DST'
                   MOVE 'D' TO EV-STATUS
                   PERFORM 370-DISPOSE-ITEM
           END-EVALUATE.
           MOVE WS-RUN-TIMESTAMP TO EH-TIMESTAMP.
           MOVE EV-CASE-NUMBER TO EH-CASE-NUMBER.
           MOVE EV-ITEM-SEQ TO EH-ITEM-SEQ.
           MOVE ET-ACTION TO EH-ACTION.
           MOVE ET-ACTION-DATE TO EH-ACTION-DATE.
           MOVE WS-FROM-LOCATION TO EH-FROM-LOCATION.
           MOVE WS-FROM-CUSTODIAN TO EH-FROM-CUSTODIAN.
           MOVE ET-OFFICER-ID TO EH-TO-CUSTODIAN.
           IF EV-RELEASED OR EV-DESTROYED
               MOVE SPACES TO EH-TO-LOCATION
           ELSE
               MOVE EV-LOCATION TO EH-TO-LOCATION
           END-IF.
           MOVE ET-REMARKS TO EH-REMARKS.
           WRITE EVID-HIST-REC.

       360-MOVE-ITEM.
           MOVE ET-LOCATION TO EV-LOCATION.
           MOVE ET-OFFICER-ID TO EV-CUSTODIAN.
           MOVE ET-ACTION-DATE TO EV-LAST-MOVE-DATE.
           REWRITE EVID-MASTER-REC.

       370-DISPOSE-ITEM.
           MOVE ET-OFFICER-ID TO EV-CUSTODIAN.
           MOVE ET-ACTION-DATE TO EV-LAST-MOVE-DATE.
           MOVE ET-ACTION-DATE TO EV-DISPO-DATE.
           REWRITE EVID-MASTER-REC.

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
           CLOSE EVID-TRAN-FILE
                 EVID-MASTER-FILE
                 CASE-MASTER-FILE
                 EVID-HIST-FILE.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
