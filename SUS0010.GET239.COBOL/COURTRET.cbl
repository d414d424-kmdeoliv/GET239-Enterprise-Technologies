      *statistics finally see it, and when the ASGNMAST assignment
      *record is still open the outcome posts as its disposition.
      *Transactions naming a case we do not hold go to the unmatched
      *report for the court liaison to chase.  A conviction-class
      *outcome on a fraud case (an IUCR code on the FRAUDCTL control
      *LAB7 qualifies on) that carries a restitution amount opens -
      *or, on an amended sentence, re-states - the case's order on
      *the keyed RESTMAST restitution master; the payments against
      *it post through RESTPOST.  A conviction-class outcome also
      *qualifies the Crime Stoppers tips TIPMAINT has linked to the
      *case (found through the TIPXREF case cross-reference): each
      *linked tip on TIPMAST takes the outcome, goes to status Q for
      *the board's reward decision and prints on the TIPAPRV reward-
      *approval worksheet.
      *
      *OUTCOME CODES (COUNTY FEED):
      *  CV CONVICTED      GP GUILTY PLEA    PB PROBATION
           FILE STATUS IS WS-COURTMST-STATUS.
           SELECT UNMATCHED-REPORT-FILE ASSIGN TO CRTUNMAT
           ORGANIZATION IS SEQUENTIAL.
           SELECT FRAUD-CTL-FILE ASSIGN TO FRAUDCTL
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RESTITUTION-MASTER-FILE ASSIGN TO RESTMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RT-CASE-NUMBER
           FILE STATUS IS WS-RESTMAST-STATUS.
           SELECT TIP-MASTER-FILE ASSIGN TO TIPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TM-TIP-NUMBER
           FILE STATUS IS WS-TIPMAST-STATUS.
           SELECT TIP-XREF-FILE ASSIGN TO TIPXREF
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TX-KEY
           FILE STATUS IS WS-TIPXREF-STATUS.
           SELECT TIP-APPROVAL-FILE ASSIGN TO TIPAPRV
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05  CR-OUTCOME-CODE              PIC X(2).
           05  CR-SENTENCE-DATE             PIC X(8).
           05  CR-RESULT-DESC               PIC X(30).
      *ORDERED RESTITUTION - BLANK OR ZERO WHEN NONE WAS ORDERED*******
           05  CR-RESTITUTION-AMT           PIC 9(7)V99.

      *****PERSISTENT CASE MASTER - THE ARREST FLAG IS POSTED HERE*****
       FD  CASE-MASTER-FILE.
       01  CASE-MASTER-REC.
           05  CM-CASE-NUMBER               PIC X(8).
           05  FILLER                       PIC X(55).
           05  CM-IUCR                      PIC X(4).
           05  FILLER                       PIC X(130).
           05  CM-ARREST                    PIC X.
           05  FILLER                       PIC X(68).

       FD  UNMATCHED-REPORT-FILE.
       01  UNM-OUT-REC                      PIC X(80).

      *****************************************************************
      * FRAUD CONTROL - THE SAME MEMBER LAB7 LOADS; ONLY THE FOUR
      * TYPED IUCR ENTRIES (CG/INS/CCD/CPU) ARE NEEDED HERE
      *****************************************************************
       FD  FRAUD-CTL-FILE.
       01  FRAUD-CTL-REC.
           05  FCT-TYPE                     PIC X(4).
           05  FCT-VALUE                    PIC X(4).

      *****************************************************************
      * RESTITUTION MASTER - ONE ORDER PER CONVICTED FRAUD CASE, WITH
      * THE PAYMENTS AND VICTIM DISBURSEMENTS RESTPOST HAS POSTED
      *****************************************************************
       FD  RESTITUTION-MASTER-FILE.
       01  RESTITUTION-MASTER-REC.
           05  RT-CASE-NUMBER               PIC X(8).
           05  RT-DOCKET-NO                 PIC X(12).
           05  RT-ORDER-DATE                PIC X(8).
           05  RT-ORDERED-AMT               PIC 9(7)V99.
           05  RT-PAID-AMT                  PIC 9(7)V99.
           05  RT-DISBURSED-AMT             PIC 9(7)V99.
           05  RT-LAST-PAY-DATE             PIC X(8).
           05  RT-STATUS                    PIC X(1).
               88  RT-OPEN                              VALUE 'O'.
               88  RT-SATISFIED                         VALUE 'S'.

      *****CRIME STOPPERS TIP MASTER - SEE TIPMAINT********************
       FD  TIP-MASTER-FILE.
       01  TIP-MASTER-REC.
           05  TM-TIP-NUMBER                PIC X(8).
           05  TM-RECEIVED-DATE             PIC X(8).
           05  TM-CASE-NUMBER               PIC X(8).
           05  TM-CATEGORY                  PIC X(4).
           05  TM-STATUS                    PIC X(1).
               88  TM-LINKED                            VALUE 'L'.
           05  TM-OUTCOME-CODE              PIC X(2).
           05  TM-OUTCOME-DATE              PIC X(8).
           05  TM-REWARD-AMT                PIC 9(5)V99.
           05  TM-BOARD-DATE                PIC X(8).
           05  TM-PAY-REF                   PIC X(10).
           05  TM-LAST-UPDATED              PIC X(8).

      *****CASE-TO-TIP CROSS-REFERENCE - THE KEY IS THE WHOLE RECORD***
       FD  TIP-XREF-FILE.
       01  TIP-XREF-REC.
           05  TX-KEY.
               10  TX-CASE-NUMBER           PIC X(8).
               10  TX-TIP-NUMBER            PIC X(8).

      ***REWARD-APPROVAL WORKSHEET FOR THE CRIME STOPPERS BOARD********
       FD  TIP-APPROVAL-FILE.
       01  APR-OUT-REC                      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
              88 COURT-FOUND                        VALUE 'Y'.
           05 WS-CONVICTION-SWITCH     PIC X        VALUE 'N'.
              88 CONVICTION-CLASS                   VALUE 'Y'.
           05 WS-CTL-EOF               PIC X        VALUE 'N'.
              88 CTL-EOF                            VALUE 'Y'.
           05 WS-FRAUD-SWITCH          PIC X        VALUE 'N'.
              88 FRAUD-CASE                         VALUE 'Y'.
           05 WS-REST-FOUND-SWITCH     PIC X        VALUE 'N'.
              88 REST-FOUND                         VALUE 'Y'.
           05 WS-TIPS-AVAILABLE-SWITCH PIC X        VALUE 'N'.
              88 TIPS-AVAILABLE                     VALUE 'Y'.
       01 WS-CASEMAST-STATUS           PIC XX.
       01 WS-RESTMAST-STATUS           PIC XX.
       01 WS-ASGNMAST-STATUS           PIC XX.
       01 WS-COURTMST-STATUS           PIC XX.
       01 WS-TIPMAST-STATUS            PIC XX.
       01 WS-TIPXREF-STATUS            PIC XX.
       01 WS-TODAY                     PIC X(8).
       01 WS-REJECT-REASON             PIC X(30).

      *****FRAUD IUCR CODES FROM FRAUDCTL******************************
       01 WS-FRD-TAB-MAX           PIC 9(2)     VALUE 0.
       01 WS-FRD-TABLE.
           05 WS-FRD-ENTRY OCCURS 10 TIMES
                             INDEXED BY FRD-IDX.
              10 WS-FRD-IUCR           PIC X(4).

      *****POSTING DISPOSITION COUNTERS********************************
       01 WS-TRAN-READ             PIC 9(5)     VALUE 0.
       01 WS-TRAN-READZ            PIC ZZ,ZZ9.
       01 WS-ARRESTS-POSTEDZ       PIC ZZ,ZZ9.
       01 WS-DISPOS-POSTED         PIC 9(5)     VALUE 0.
       01 WS-DISPOS-POSTEDZ        PIC ZZ,ZZ9.
       01 WS-REST-OPENED           PIC 9(5)     VALUE 0.
       01 WS-REST-OPENEDZ          PIC ZZ,ZZ9.
       01 WS-REST-RESTATED         PIC 9(5)     VALUE 0.
       01 WS-REST-RESTATEDZ        PIC ZZ,ZZ9.
       01 WS-TIPS-QUALIFIED        PIC 9(5)     VALUE 0.
       01 WS-TIPS-QUALIFIEDZ       PIC ZZ,ZZ9.

      *****REPORT LINE LAYOUTS*****************************************
       01  UNM-HEADING-1.
           05                     PIC X(5)  VALUE SPACES.
           05  UND-REASON         PIC X(30).
           05                     PIC X(19) VALUE SPACES.
       01  APR-HEADING-1.
           05                 PIC X(40) VALUE
                   'CRIME STOPPERS TIPS FOR REWARD DECISION '.
           05  APH-DATE       PIC X(8).
       01  APR-HEADING-2.
           05                 PIC X(10) VALUE 'TIP'.
           05                 PIC X(10) VALUE 'CASE'.
           05                 PIC X(6)  VALUE 'CATG'.
           05                 PIC X(10) VALUE 'RECEIVED'.
           05                 PIC X(14) VALUE 'DOCKET'.
           05                 PIC X(9)  VALUE 'OUTCOME'.
           05                 PIC X(10) VALUE 'SENTENCED'.
       01  APR-DETAIL-LINE.
           05  APD-TIP-NUMBER     PIC X(8).
           05                     PIC X(2)  VALUE SPACES.
           05  APD-CASE-NUMBER    PIC X(8).
           05                     PIC X(2)  VALUE SPACES.
           05  APD-CATEGORY       PIC X(4).
           05                     PIC X(2)  VALUE SPACES.
           05  APD-RECEIVED-DATE  PIC X(8).
           05                     PIC X(2)  VALUE SPACES.
           05  APD-DOCKET-NO      PIC X(12).
           05                     PIC X(2)  VALUE SPACES.
           05  APD-OUTCOME        PIC X(2).
           05                     PIC X(7)  VALUE SPACES.
           05  APD-SENTENCE-DATE  PIC X(8).
           05                     PIC X(13) VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-FRAUD-CONTROL.
           PERFORM 200-OPEN-FILES.
           PERFORM 300-POST-TRANSACTIONS UNTIL TRAN-EOF.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY '******************************************'.

      *****************************************************************
       150-LOAD-FRAUD-CONTROL.
           OPEN INPUT FRAUD-CTL-FILE.
           PERFORM 155-READ-FRAUD-CTL-REC UNTIL CTL-EOF.
           CLOSE FRAUD-CTL-FILE.

       155-READ-FRAUD-CTL-REC.
           READ FRAUD-CTL-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF
           END-READ.
           IF NOT CTL-EOF
               IF (FCT-TYPE = 'CG  ' OR FCT-TYPE = 'INS '
                   OR FCT-TYPE = 'CCD ' OR FCT-TYPE = 'CPU ')
                  AND WS-FRD-TAB-MAX < 10
                   ADD 1 TO WS-FRD-TAB-MAX
                   MOVE FCT-VALUE TO WS-FRD-IUCR(WS-FRD-TAB-MAX)
               END-IF
           END-IF.

      *****************************************************************
      * THE COURT AND RESTITUTION MASTERS MAY NOT EXIST YET ON THE
      * FIRST RETURN FEED - CREATE THEM EMPTY AND REOPEN FOR I-O
      *****************************************************************
       200-OPEN-FILES.
           OPEN INPUT COURT-TRAN-FILE.
               CLOSE COURT-MASTER-FILE
               OPEN I-O COURT-MASTER-FILE
           END-IF.
           OPEN I-O RESTITUTION-MASTER-FILE.
           IF WS-RESTMAST-STATUS = '35'
               OPEN OUTPUT RESTITUTION-MASTER-FILE
               CLOSE RESTITUTION-MASTER-FILE
               OPEN I-O RESTITUTION-MASTER-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           OPEN I-O TIP-MASTER-FILE.
           OPEN INPUT TIP-XREF-FILE.
           IF WS-TIPMAST-STATUS = '00' AND WS-TIPXREF-STATUS = '00'
               MOVE 'Y' TO WS-TIPS-AVAILABLE-SWITCH
           END-IF.
           OPEN OUTPUT TIP-APPROVAL-FILE.
           MOVE WS-TODAY TO APH-DATE.
           MOVE APR-HEADING-1 TO APR-OUT-REC.
           WRITE APR-OUT-REC.
           MOVE APR-HEADING-2 TO APR-OUT-REC.
           WRITE APR-OUT-REC.
           OPEN OUTPUT UNMATCHED-REPORT-FILE.
           MOVE UNM-HEADING-1 TO UNM-OUT-REC.
           WRITE UNM-OUT-REC.
               ADD 1 TO WS-ARRESTS-POSTED
           END-IF.
           PERFORM 370-POST-ASSIGNMENT-DISPO.
           IF CONVICTION-CLASS
              AND CR-RESTITUTION-AMT NUMERIC
              AND CR-RESTITUTION-AMT > 0
               PERFORM 380-POST-RESTITUTION-ORDER
           END-IF.
           IF CONVICTION-CLASS AND TIPS-AVAILABLE
               PERFORM 386-QUALIFY-CASE-TIPS
           END-IF.

       360-POST-COURT-MASTER.
           MOVE 'N' TO WS-COURT-FOUND-SWITCH.
                   END-IF
           END-READ.

      *****************************************************************
      * ONLY A FRAUD CASE OPENS A RESTITUTION ORDER.  A SECOND
      * CONVICTION RETURN FOR THE CASE IS AN AMENDED SENTENCE - THE
      * ORDERED AMOUNT IS RE-STATED AND THE PAYMENTS TO DATE STAND
      *****************************************************************
       380-POST-RESTITUTION-ORDER.
           MOVE 'N' TO WS-FRAUD-SWITCH.
           SET FRD-IDX TO 1.
           PERFORM 385-SEARCH-FRAUD-IUCR
               UNTIL FRD-IDX > WS-FRD-TAB-MAX OR FRAUD-CASE.
           IF FRAUD-CASE
               MOVE CR-CASE-NUMBER TO RT-CASE-NUMBER
               READ RESTITUTION-MASTER-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-REST-FOUND-SWITCH
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-REST-FOUND-SWITCH
               END-READ
               IF NOT REST-FOUND
                   MOVE CR-CASE-NUMBER TO RT-CASE-NUMBER
                   MOVE 0 TO RT-PAID-AMT
                   MOVE 0 TO RT-DISBURSED-AMT
                   MOVE SPACES TO RT-LAST-PAY-DATE
               END-IF
               MOVE CR-DOCKET-NO TO RT-DOCKET-NO
               MOVE CR-SENTENCE-DATE TO RT-ORDER-DATE
               MOVE CR-RESTITUTION-AMT TO RT-ORDERED-AMT
               IF RT-PAID-AMT < RT-ORDERED-AMT
                   MOVE 'O' TO RT-STATUS
               ELSE
                   MOVE 'S' TO RT-STATUS
               END-IF
               IF REST-FOUND
                   REWRITE RESTITUTION-MASTER-REC
                   ADD 1 TO WS-REST-RESTATED
               ELSE
                   WRITE RESTITUTION-MASTER-REC
                   ADD 1 TO WS-REST-OPENED
               END-IF
           END-IF.

       385-SEARCH-FRAUD-IUCR.
           IF WS-FRD-IUCR(FRD-IDX) = CM-IUCR
               MOVE 'Y' TO WS-FRAUD-SWITCH
           ELSE
               SET FRD-IDX UP BY 1
           END-IF.

      *****************************************************************
      * BROWSE THE CASE'S SLICE OF THE TIP CROSS-REFERENCE.  A TIP
      * STILL LINKED TO THIS CASE TAKES THE OUTCOME AND WAITS ON THE
      * BOARD; ONE ALREADY QUALIFIED, PAID OR DECLINED IS LEFT ALONE
      *****************************************************************
       386-QUALIFY-CASE-TIPS.
           MOVE CR-CASE-NUMBER TO TX-CASE-NUMBER.
           MOVE LOW-VALUES TO TX-TIP-NUMBER.
           START TIP-XREF-FILE KEY >= TX-KEY
               INVALID KEY MOVE '23' TO WS-TIPXREF-STATUS
           END-START.
           PERFORM 387-QUALIFY-ONE-TIP
               UNTIL WS-TIPXREF-STATUS NOT = '00'.
           MOVE '00' TO WS-TIPXREF-STATUS.

       387-QUALIFY-ONE-TIP.
           READ TIP-XREF-FILE NEXT RECORD
               AT END MOVE '10' TO WS-TIPXREF-STATUS
           END-READ.
           IF WS-TIPXREF-STATUS = '00'
               IF TX-CASE-NUMBER NOT = CR-CASE-NUMBER
                   MOVE '10' TO WS-TIPXREF-STATUS
               ELSE
                   MOVE TX-TIP-NUMBER TO TM-TIP-NUMBER
                   READ TIP-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF TM-LINKED
                              AND TM-CASE-NUMBER = CR-CASE-NUMBER
                               PERFORM 388-WRITE-APPROVAL-LINE
                           END-IF
                   END-READ
               END-IF
           END-IF.

       388-WRITE-APPROVAL-LINE.
           MOVE 'Q' TO TM-STATUS.
           MOVE CR-OUTCOME-CODE TO TM-OUTCOME-CODE.
           MOVE CR-SENTENCE-DATE TO TM-OUTCOME-DATE.
           MOVE WS-TODAY TO TM-LAST-UPDATED.
           REWRITE TIP-MASTER-REC.
           ADD 1 TO WS-TIPS-QUALIFIED.
           MOVE TM-TIP-NUMBER TO APD-TIP-NUMBER.
           MOVE TM-CASE-NUMBER TO APD-CASE-NUMBER.
           MOVE TM-CATEGORY TO APD-CATEGORY.
           MOVE TM-RECEIVED-DATE TO APD-RECEIVED-DATE.
           MOVE CR-DOCKET-NO TO APD-DOCKET-NO.
           MOVE CR-OUTCOME-CODE TO APD-OUTCOME.
           MOVE CR-SENTENCE-DATE TO APD-SENTENCE-DATE.
           MOVE APR-DETAIL-LINE TO APR-OUT-REC.
           WRITE APR-OUT-REC.

       390-WRITE-UNMATCHED-LINE.
           MOVE CR-CASE-NUMBER TO UND-CASE-NUMBER.
           MOVE CR-DOCKET-NO TO UND-DOCKET-NO.
           DISPLAY 'Arrest Flags Set          : ' WS-ARRESTS-POSTEDZ.
           MOVE WS-DISPOS-POSTED TO WS-DISPOS-POSTEDZ.
           DISPLAY 'Assignment Dispos Posted  : ' WS-DISPOS-POSTEDZ.
           MOVE WS-REST-OPENED TO WS-REST-OPENEDZ.
           DISPLAY 'Restitution Orders Opened : ' WS-REST-OPENEDZ.
           MOVE WS-REST-RESTATED TO WS-REST-RESTATEDZ.
           DISPLAY 'Restitution Orders Amended: ' WS-REST-RESTATEDZ.
           MOVE WS-TIPS-QUALIFIED TO WS-TIPS-QUALIFIEDZ.
           DISPLAY 'Tips Sent For Reward      : ' WS-TIPS-QUALIFIEDZ.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
                 CASE-MASTER-FILE
                 ASSIGN-MASTER-FILE
                 COURT-MASTER-FILE
                 RESTITUTION-MASTER-FILE
                 TIP-APPROVAL-FILE
                 UNMATCHED-REPORT-FILE.
           IF WS-TIPMAST-STATUS NOT = '35'
               CLOSE TIP-MASTER-FILE
           END-IF.
           IF WS-TIPXREF-STATUS NOT = '35'
               CLOSE TIP-XREF-FILE
           END-IF.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
