      *****************************************************************
      *PURPOSE: Tuition and fee billing.  REGISTER builds the term's
      *COURSEIN but nothing billed the student for it - the bursar
      *worked the charges out from printouts.  This program runs
      *after registration for the BILLCTL TERM and keeps the keyed
      *STULEDG student account ledger (student + sequence), one
      *entry per charge, credit or payment:
      *  TUI  TUITION FOR ONE COURSE - CREDIT HOURS TIMES THE FEERATE
      *       HOUR RATE FOR THE STUDENT'S PROGRAM (ALL IF NONE)
      *  CRS  THE FEERATE CRSE FEE FOR A COURSE THAT CARRIES ONE
      *  FEE  EACH FEERATE FLAT FEE, ONCE PER TERM
      *  TUC/CRC/FEC  THE CREDITS THAT UNDO THEM ON A DROP
      *  PAY  A PAYMENT     ADJ  A BURSAR ADJUSTMENT (+ OR -)
      *Each run compares the term's COURSEIN with what the ledger
      *has already billed, so a rerun after more registration
      *activity bills only the difference.  A course billed but no
      *longer in COURSEIN has been dropped: it is credited at the
      *refund percentage the REGCTL refund schedule gives for the
      *billing date (BILLCTL BLDT, today when absent) - RFND rows of
      *days-since-term-start (TSTR) and the percent refunded, the
      *first row whose day limit the drop falls within applying,
      *no refund after the last one.  A student left with no course
      *gets the flat fees back on the same terms.  The STUPAY
      *payment and adjustment transactions then apply - one whose
      *student, type, date, reference and amount are already on the
      *ledger was posted by an earlier run and is rejected, so the
      *same STUPAY deck can stand through reruns.  Every entry
      *books to the GL through POSTOUT (blank period - the open
      *period): charges debit the student receivable and credit
      *tuition or fee revenue, drop credits reverse them, payments
      *debit cash, adjustments go against BILLCTL ADJX.  Rejected
      *transactions print on BILLREJ and end the run RC=4.
      *
      *BILLCTL ENTRIES:
      *  TERM  THE TERM BILLED (5)        BLDT  BILLING DATE (8)
      *  STAR  STUDENT RECEIVABLE (4)     TUIR  TUITION REVENUE (4)
      *  FEER  FEE REVENUE (4)            CASH  OPERATING CASH (4)
      *  ADJX  BILLING ADJUSTMENTS (4)
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      STUBILL.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    February 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILL-CTL-FILE ASSIGN TO BILLCTL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BILLCTL-STATUS.
           SELECT REG-CTL-FILE ASSIGN TO REGCTL
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FEE-RATE-FILE ASSIGN TO FEERATE
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STUDENT-MASTER ASSIGN TO STUMAST
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COURSE-FILE ASSIGN TO COURSEIN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-COURSEIN-STATUS.
           SELECT STU-PAY-FILE ASSIGN TO STUPAY
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STUPAY-STATUS.
           SELECT STUDENT-LEDGER ASSIGN TO STULEDG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SL-KEY
           FILE STATUS IS WS-STULEDG-STATUS.
           SELECT POSTING-OUT-FILE ASSIGN TO POSTOUT
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECT-REPORT-FILE ASSIGN TO BILLREJ
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****BILLING CONTROL - THE TERM, THE DATE AND THE GL ACCOUNTS****
       FD  BILL-CTL-FILE.
       01  BILL-CTL-REC.
           05  BC-TYPE                      PIC X(4).
           05  BC-VALUE-FULL                PIC X(8).
           05  FILLER REDEFINES BC-VALUE-FULL.
               10  BC-ACCOUNT               PIC X(4).
               10  FILLER                   PIC X(4).

      *****REGISTRATION CONTROL - TERM START AND THE REFUND SCHEDULE***
       FD  REG-CTL-FILE.
       01  REG-CTL-REC.
           05  RGC-TYPE                     PIC X(4).
           05  FILLER                       PIC X.
           05  RGC-VALUE                    PIC X(9).
           05  FILLER REDEFINES RGC-VALUE.
               10  RGC-REFUND-DAYS          PIC 9(3).
               10  FILLER                   PIC X.
               10  RGC-REFUND-PCT           PIC 9(3).
               10  FILLER                   PIC X(2).

      *****************************************************************
      * RATES - HOUR (PER CREDIT HOUR BY PROGRAM, CODE ALL FOR ANY
      * OTHER PROGRAM), FLAT (A PER-TERM FEE), CRSE (A COURSE FEE)
      *****************************************************************
       FD  FEE-RATE-FILE.
       01  FEE-RATE-REC.
           05  FR-TYPE                      PIC X(4).
           05  FILLER                       PIC X.
           05  FR-CODE                      PIC X(6).
           05  FILLER                       PIC X.
           05  FR-AMOUNT                    PIC 9(5)V99.
           05  FILLER                       PIC X.
           05  FR-DESC                      PIC X(20).

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

      *****THE TERM'S CONTROLLED COURSEIN - SEE REGISTER***************
       FD  COURSE-FILE.
       01  COURSE-REC.
           05  CRS-STUDENT-ID               PIC X(6).
           05  CRS-COURSE-ID                PIC X(6).
           05  CRS-CREDIT-HOURS             PIC 9V9.
           05  CRS-LETTER-GRADE             PIC X.
           05  CRS-TERM                     PIC X(5).

      *****************************************************************
      * PAYMENTS AND ADJUSTMENTS - AN ADJ SIGN OF + CHARGES THE
      * STUDENT, - CREDITS THE STUDENT
      *****************************************************************
       FD  STU-PAY-FILE.
       01  STU-PAY-REC.
           05  SP-ACTION                    PIC X(3).
           05  FILLER                       PIC X.
           05  SP-STUDENT-ID                PIC X(6).
           05  FILLER                       PIC X.
           05  SP-TERM                      PIC X(5).
           05  FILLER                       PIC X.
           05  SP-DATE                      PIC X(8).
           05  FILLER                       PIC X.
           05  SP-SIGN                      PIC X(1).
           05  FILLER                       PIC X.
           05  SP-AMOUNT                    PIC 9(7)V99.
           05  FILLER                       PIC X.
           05  SP-REFERENCE                 PIC X(10).

      *****************************************************************
      * STUDENT ACCOUNT LEDGER - ONE ENTRY PER CHARGE, CREDIT OR
      * PAYMENT, NUMBERED IN ORDER WITHIN THE STUDENT.  A CHARGE IS
      * POSITIVE, A CREDIT OR PAYMENT NEGATIVE - THE SUM IS WHAT THE
      * STUDENT OWES
      *****************************************************************
       FD  STUDENT-LEDGER.
       01  STUDENT-LEDGER-REC.
           05  SL-KEY.
               10  SL-STUDENT-ID            PIC X(6).
               10  SL-SEQ                   PIC 9(5).
           05  SL-TERM                      PIC X(5).
           05  SL-DATE                      PIC X(8).
           05  SL-TYPE                      PIC X(3).
           05  SL-CODE                      PIC X(6).
           05  SL-DESC                      PIC X(20).
           05  SL-AMOUNT                    PIC S9(7)V99.
           05  SL-REFERENCE                 PIC X(10).
           05  FILLER                       PIC X(8).

      *****GL POSTINGS IN THE POSTIN LAYOUT - SEE GLPOST***************
       FD  POSTING-OUT-FILE.
       01  POSTING-OUT-REC.
           05  PO-ACCOUNT-CODE              PIC X(4).
           05  PO-DEBIT-CREDIT              PIC X(1).
           05  PO-AMOUNT                    PIC 9(5)V99.
           05  PO-PERIOD                    PIC X(6).

      ***REJECTED-ITEM REPORT******************************************
       FD  REJECT-REPORT-FILE.
       01  REJ-OUT-REC                      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-CTL-EOF               PIC X        VALUE 'N'.
              88 CTL-EOF                            VALUE 'Y'.
           05 WS-REG-EOF               PIC X        VALUE 'N'.
              88 REG-EOF                            VALUE 'Y'.
           05 WS-RATE-EOF              PIC X        VALUE 'N'.
              88 RATE-EOF                           VALUE 'Y'.
           05 WS-STU-EOF               PIC X        VALUE 'N'.
              88 STU-EOF                            VALUE 'Y'.
           05 WS-CRS-EOF               PIC X        VALUE 'N'.
              88 CRS-EOF                            VALUE 'Y'.
           05 WS-PAY-EOF               PIC X        VALUE 'N'.
              88 PAY-EOF                            VALUE 'Y'.
           05 WS-LEDG-EOF              PIC X        VALUE 'N'.
              88 LEDG-EOF                           VALUE 'Y'.
           05 WS-TRAN-VALID-SWITCH     PIC X        VALUE 'Y'.
              88 TRAN-VALID                         VALUE 'Y'.
           05 WS-POSTED-SWITCH         PIC X        VALUE 'N'.
              88 ALREADY-POSTED                     VALUE 'Y'.
       01 WS-BILLCTL-STATUS            PIC XX.
       01 WS-COURSEIN-STATUS           PIC XX.
       01 WS-STUPAY-STATUS             PIC XX.
       01 WS-STULEDG-STATUS            PIC XX.
       01 WS-REJECT-REASON             PIC X(30).

      *****BILLING CONTROL VALUES - DEFAULTS WHEN BILLCTL IS SILENT****
       01 WS-BILL-TERM                 PIC X(5)     VALUE SPACES.
       01 WS-BILL-DATE                 PIC X(8)     VALUE SPACES.
       01 WS-RECV-ACCOUNT              PIC X(4)     VALUE '1310'.
       01 WS-TUITION-ACCOUNT           PIC X(4)     VALUE '4100'.
       01 WS-FEE-ACCOUNT               PIC X(4)     VALUE '4200'.
       01 WS-CASH-ACCOUNT              PIC X(4)     VALUE '1000'.
       01 WS-ADJUST-ACCOUNT            PIC X(4)     VALUE '4190'.

      *****TERM START AND THE REFUND SCHEDULE FROM REGCTL**************
       01 WS-TERM-START                PIC X(8)     VALUE SPACES.
       01 WS-TERM-START-NUM            PIC 9(8).
       01 WS-BILL-DATE-NUM             PIC 9(8).
       01 WS-DAYS-INTO-TERM            PIC S9(5).
       01 WS-REFUND-PCT                PIC 9(3)     VALUE 100.
       01 WS-REFUND-FOUND              PIC X(1).
       01 WS-RFND-COUNT                PIC 9(2)     VALUE 0.
       01 WS-RFND-SUB                  PIC 9(2).
       01 WS-RFND-TABLE.
           05 WS-RFND-ENTRY OCCURS 10 TIMES.
              10 WS-RFND-DAYS          PIC 9(3).
              10 WS-RFND-PCT           PIC 9(3).

      *****FEERATE TABLE***********************************************
       01 WS-RATE-COUNT                PIC 9(3)     VALUE 0.
       01 WS-RATE-SUB                  PIC 9(3).
       01 WS-RATE-HIT                  PIC 9(3).
       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 200 TIMES.
              10 WS-RATE-TYPE          PIC X(4).
              10 WS-RATE-CODE          PIC X(6).
              10 WS-RATE-AMOUNT        PIC 9(5)V99.
              10 WS-RATE-DESC          PIC X(20).
       01 WS-HOUR-RATE                 PIC 9(5)V99.
       01 WS-HOUR-RATE-FOUND           PIC X(1).
       01 WS-LOOKUP-TYPE               PIC X(4).
       01 WS-LOOKUP-CODE               PIC X(6).

      *****STUDENT TABLE - ID AND PROGRAM******************************
       01 WS-STU-COUNT                 PIC 9(4)     VALUE 0.
       01 WS-STU-SUB                   PIC 9(4).
       01 WS-STU-HIT                   PIC 9(4).
       01 WS-STU-TABLE.
           05 WS-STU-ENTRY OCCURS 1000 TIMES.
              10 WS-STU-ID             PIC X(6).
              10 WS-STU-PROGRAM        PIC X(4).

      *****THE TERM'S REGISTRATIONS FROM COURSEIN**********************
       01 WS-REG-COUNT                 PIC 9(4)     VALUE 0.
       01 WS-REG-SUB                   PIC 9(4).
       01 WS-REG-TABLE.
           05 WS-REG-ENTRY OCCURS 3000 TIMES.
              10 WS-REG-STUDENT        PIC X(6).
              10 WS-REG-COURSE         PIC X(6).
              10 WS-REG-HOURS          PIC 9V9.

      *****STUDENTS TO BILL - ON THE LEDGER FOR THE TERM OR IN COURSEIN
       01 WS-BILL-COUNT                PIC 9(4)     VALUE 0.
       01 WS-BILL-SUB                  PIC 9(4).
       01 WS-BILL-HIT                  PIC 9(4).
       01 WS-BILL-TABLE.
           05 WS-BILL-STUDENT          PIC X(6)     OCCURS 2000 TIMES.

      *****************************************************************
      * ONE STUDENT'S TERM - EACH COURSE AND FLAT FEE WITH WHAT THE
      * LEDGER HAS BILLED (ACTIVE Y, CREDITED BACK N, NEVER SPACE)
      *****************************************************************
       01 WS-CUR-STUDENT               PIC X(6).
       01 WS-CUR-PROGRAM               PIC X(4).
       01 WS-LAST-SEQ                  PIC 9(5).
       01 WS-ENTRIES-BEFORE            PIC 9(5).
       01 WS-ITEM-COUNT                PIC 9(3).
       01 WS-ITEM-SUB                  PIC 9(3).
       01 WS-ITEM-HIT                  PIC 9(3).
       01 WS-ITEM-TABLE.
           05 WS-ITEM-ENTRY OCCURS 60 TIMES.
              10 WS-ITEM-KIND          PIC X(1).
              10 WS-ITEM-CODE          PIC X(6).
              10 WS-ITEM-STATE         PIC X(1).
              10 WS-ITEM-REGISTERED    PIC X(1).
              10 WS-ITEM-HOURS         PIC 9V9.
              10 WS-ITEM-TUITION       PIC S9(7)V99.
              10 WS-ITEM-COURSE-FEE    PIC S9(7)V99.
       01 WS-ACTIVE-COURSES            PIC 9(3).
       01 WS-ITEM-KIND-WANTED          PIC X(1).
       01 WS-ITEM-CODE-WANTED          PIC X(6).

      *****ONE LEDGER ENTRY AND ITS POSTING****************************
       01 WS-ENTRY-TYPE                PIC X(3).
       01 WS-ENTRY-CODE                PIC X(6).
       01 WS-ENTRY-DESC                PIC X(20).
       01 WS-ENTRY-AMOUNT              PIC S9(7)V99.
       01 WS-ENTRY-DATE                PIC X(8).
       01 WS-ENTRY-TERM                PIC X(5).
       01 WS-ENTRY-REFERENCE           PIC X(10).
       01 WS-TRAN-AMOUNT               PIC S9(7)V99.
       01 WS-REVENUE-ACCOUNT           PIC X(4).
       01 WS-DEBIT-ACCOUNT             PIC X(4).
       01 WS-CREDIT-ACCOUNT            PIC X(4).
       01 WS-POST-REMAINING            PIC 9(9)V99.
       01 WS-POST-PIECE                PIC 9(5)V99.
       01 WS-POSTING-MAX               PIC 9(5)V99  VALUE 99999.99.

      *****BILLING DISPOSITION COUNTERS AND TOTALS*********************
       01 WS-STUDENTS-BILLED       PIC 9(5)     VALUE 0.
       01 WS-STUDENTS-BILLEDZ      PIC ZZ,ZZ9.
       01 WS-COURSES-CHARGED       PIC 9(5)     VALUE 0.
       01 WS-COURSES-CHARGEDZ      PIC ZZ,ZZ9.
       01 WS-COURSES-DROPPED       PIC 9(5)     VALUE 0.
       01 WS-COURSES-DROPPEDZ      PIC ZZ,ZZ9.
       01 WS-TRAN-READ             PIC 9(5)     VALUE 0.
       01 WS-TRAN-READZ            PIC ZZ,ZZ9.
       01 WS-TRAN-APPLIED          PIC 9(5)     VALUE 0.
       01 WS-TRAN-APPLIEDZ         PIC ZZ,ZZ9.
       01 WS-ITEMS-REJECTED        PIC 9(5)     VALUE 0.
       01 WS-ITEMS-REJECTEDZ       PIC ZZ,ZZ9.
       01 WS-ENTRIES-WRITTEN       PIC 9(5)     VALUE 0.
       01 WS-ENTRIES-WRITTENZ      PIC ZZ,ZZ9.
       01 WS-POSTINGS-WRITTEN      PIC 9(5)     VALUE 0.
       01 WS-POSTINGS-WRITTENZ     PIC ZZ,ZZ9.
       01 WS-CHARGE-TOTAL          PIC 9(9)V99  VALUE 0.
       01 WS-CREDIT-TOTAL          PIC 9(9)V99  VALUE 0.
       01 WS-PAYMENT-TOTAL         PIC 9(9)V99  VALUE 0.
       01 WS-AMOUNTZ               PIC $$$$,$$$,$$9.99.
       01 WS-PCTZ                  PIC ZZ9.

      *****REPORT LINE LAYOUTS*****************************************
       01  REJ-HEADING-1.
           05                 PIC X(33) VALUE
                   'REJECTED BILLING ITEMS - TERM   '.
           05  RJH-TERM       PIC X(5).
           05                 PIC X(3)  VALUE SPACES.
           05  RJH-DATE       PIC X(8).
       01  REJ-HEADING-2.
           05                 PIC X(5)  VALUE 'ACT'.
           05                 PIC X(8)  VALUE 'STUDENT'.
           05                 PIC X(8)  VALUE 'COURSE'.
           05                 PIC X(12) VALUE 'REFERENCE'.
           05                 PIC X(13) VALUE '       AMOUNT'.
           05                 PIC X(2)  VALUE SPACES.
           05                 PIC X(28) VALUE 'REASON'.
       01  REJ-DETAIL-LINE.
           05  RJD-ACTION         PIC X(3).
           05                     PIC X(2)  VALUE SPACES.
           05  RJD-STUDENT-ID     PIC X(6).
           05                     PIC X(2)  VALUE SPACES.
           05  RJD-COURSE-ID      PIC X(6).
           05                     PIC X(2)  VALUE SPACES.
           05  RJD-REFERENCE      PIC X(10).
           05                     PIC X(2)  VALUE SPACES.
           05  RJD-AMOUNT         PIC Z,ZZZ,ZZ9.99.
           05                     PIC X(2)  VALUE SPACES.
           05  RJD-REASON         PIC X(30).

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-BILLING-CONTROL.
           PERFORM 170-LOAD-RATES-AND-STUDENTS.
           PERFORM 200-OPEN-FILES.
           PERFORM 250-LOAD-TERM-REGISTRATIONS.
           PERFORM 270-LIST-STUDENTS-TO-BILL.
           PERFORM 300-BILL-ONE-STUDENT
               VARYING WS-BILL-SUB FROM 1 BY 1
               UNTIL WS-BILL-SUB > WS-BILL-COUNT.
           PERFORM 400-APPLY-TRANSACTIONS UNTIL PAY-EOF.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies STUBILL *'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* February, 2017                         *'.
           DISPLAY '******************************************'.

      *****************************************************************
      * THE TERM IS REQUIRED - WITHOUT IT THERE IS NOTHING TO BILL.
      * THE REFUND PERCENTAGE IS FIXED ONCE FOR THE BILLING DATE
      *****************************************************************
       150-LOAD-BILLING-CONTROL.
           OPEN INPUT BILL-CTL-FILE.
           IF WS-BILLCTL-STATUS NOT = '00'
               MOVE 'Y' TO WS-CTL-EOF
           END-IF.
           PERFORM 155-READ-BILL-CTL-REC UNTIL CTL-EOF.
           IF WS-BILLCTL-STATUS = '00' OR WS-BILLCTL-STATUS = '10'
               CLOSE BILL-CTL-FILE
           END-IF.
           IF WS-BILL-TERM = SPACES
               DISPLAY '*** BILLCTL HAS NO TERM - NOTHING BILLED ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-BILL-DATE NOT NUMERIC
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BILL-DATE
           END-IF.
           OPEN INPUT REG-CTL-FILE.
           PERFORM 160-READ-REG-CTL-REC UNTIL REG-EOF.
           CLOSE REG-CTL-FILE.
           PERFORM 165-SET-REFUND-PCT.
           DISPLAY 'Term Billed               : ' WS-BILL-TERM.
           DISPLAY 'Billing Date              : ' WS-BILL-DATE.
           MOVE WS-REFUND-PCT TO WS-PCTZ.
           DISPLAY 'Drop Refund Percent       : ' WS-PCTZ.
           DISPLAY 'Student Receivable Account: ' WS-RECV-ACCOUNT.
           DISPLAY 'Tuition Revenue Account   : ' WS-TUITION-ACCOUNT.
           DISPLAY 'Fee Revenue Account       : ' WS-FEE-ACCOUNT.

       155-READ-BILL-CTL-REC.
           READ BILL-CTL-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF
           END-READ.
           IF NOT CTL-EOF
               EVALUATE BC-TYPE
                   WHEN 'TERM'
                       MOVE BC-VALUE-FULL(1:5) TO WS-BILL-TERM
                   WHEN 'BLDT'
                       MOVE BC-VALUE-FULL TO WS-BILL-DATE
                   WHEN 'STAR'
                       MOVE BC-ACCOUNT TO WS-RECV-ACCOUNT
                   WHEN 'TUIR'
                       MOVE BC-ACCOUNT TO WS-TUITION-ACCOUNT
                   WHEN 'FEER'
                       MOVE BC-ACCOUNT TO WS-FEE-ACCOUNT
                   WHEN 'CASH'
                       MOVE BC-ACCOUNT TO WS-CASH-ACCOUNT
                   WHEN 'ADJX'
                       MOVE BC-ACCOUNT TO WS-ADJUST-ACCOUNT
               END-EVALUATE
           END-IF.

       160-READ-REG-CTL-REC.
           READ REG-CTL-FILE
               AT END MOVE 'Y' TO WS-REG-EOF
           END-READ.
           IF NOT REG-EOF
               EVALUATE RGC-TYPE
                   WHEN 'TSTR'
                       MOVE RGC-VALUE(1:8) TO WS-TERM-START
                   WHEN 'RFND'
                       IF WS-RFND-COUNT < 10
                          AND RGC-REFUND-DAYS NUMERIC
                          AND RGC-REFUND-PCT NUMERIC
                           ADD 1 TO WS-RFND-COUNT
                           MOVE RGC-REFUND-DAYS
                               TO WS-RFND-DAYS(WS-RFND-COUNT)
                           MOVE RGC-REFUND-PCT
                               TO WS-RFND-PCT(WS-RFND-COUNT)
                       END-IF
               END-EVALUATE
           END-IF.

      *****************************************************************
      * NO TERM START - THE TERM HAS NOT BEGUN AND A DROP IS CREDITED
      * IN FULL.  OTHERWISE THE FIRST RFND ROW (ASCENDING DAYS) WHOSE
      * LIMIT THE BILLING DATE FALLS WITHIN; PAST THE LAST, NOTHING
      *****************************************************************
       165-SET-REFUND-PCT.
           IF WS-TERM-START NUMERIC
               MOVE WS-TERM-START TO WS-TERM-START-NUM
               MOVE WS-BILL-DATE TO WS-BILL-DATE-NUM
               COMPUTE WS-DAYS-INTO-TERM =
                   FUNCTION INTEGER-OF-DATE(WS-BILL-DATE-NUM)
                 - FUNCTION INTEGER-OF-DATE(WS-TERM-START-NUM)
               MOVE 0 TO WS-REFUND-PCT
               MOVE 'N' TO WS-REFUND-FOUND
               PERFORM 167-MATCH-REFUND-ROW
                   VARYING WS-RFND-SUB FROM 1 BY 1
                   UNTIL WS-RFND-SUB > WS-RFND-COUNT
                      OR WS-REFUND-FOUND = 'Y'
           END-IF.

       167-MATCH-REFUND-ROW.
           IF WS-DAYS-INTO-TERM NOT > WS-RFND-DAYS(WS-RFND-SUB)
               MOVE WS-RFND-PCT(WS-RFND-SUB) TO WS-REFUND-PCT
               MOVE 'Y' TO WS-REFUND-FOUND
           END-IF.

      *****************************************************************
       170-LOAD-RATES-AND-STUDENTS.
           OPEN INPUT FEE-RATE-FILE.
           PERFORM 175-READ-FEE-RATE-REC UNTIL RATE-EOF.
           CLOSE FEE-RATE-FILE.
           OPEN INPUT STUDENT-MASTER.
           PERFORM 180-READ-STUDENT-REC UNTIL STU-EOF.
           CLOSE STUDENT-MASTER.
           DISPLAY 'Fee Rates Loaded          : ' WS-RATE-COUNT.
           DISPLAY 'Students Loaded           : ' WS-STU-COUNT.

       175-READ-FEE-RATE-REC.
           READ FEE-RATE-FILE
               AT END MOVE 'Y' TO WS-RATE-EOF
           END-READ.
           IF NOT RATE-EOF AND WS-RATE-COUNT < 200
              AND FR-AMOUNT NUMERIC
               ADD 1 TO WS-RATE-COUNT
               MOVE FR-TYPE TO WS-RATE-TYPE(WS-RATE-COUNT)
               MOVE FR-CODE TO WS-RATE-CODE(WS-RATE-COUNT)
               MOVE FR-AMOUNT TO WS-RATE-AMOUNT(WS-RATE-COUNT)
               MOVE FR-DESC TO WS-RATE-DESC(WS-RATE-COUNT)
           END-IF.

       180-READ-STUDENT-REC.
           READ STUDENT-MASTER
               AT END MOVE 'Y' TO WS-STU-EOF
           END-READ.
           IF NOT STU-EOF AND WS-STU-COUNT < 1000
               ADD 1 TO WS-STU-COUNT
               MOVE SM-STUDENT-ID TO WS-STU-ID(WS-STU-COUNT)
               MOVE SM-PROGRAM-CODE TO WS-STU-PROGRAM(WS-STU-COUNT)
           END-IF.

      *****************************************************************
      * THE LEDGER MAY NOT EXIST YET ON THE FIRST RUN - CREATE IT
      * EMPTY AND REOPEN FOR I-O.  NO PAYMENTS IS AN ORDINARY RUN,
      * BUT WITHOUT THE TERM'S COURSEIN EVERY BILLED COURSE WOULD
      * LOOK DROPPED - NOTHING IS BILLED
      *****************************************************************
       200-OPEN-FILES.
           OPEN INPUT COURSE-FILE.
           IF WS-COURSEIN-STATUS NOT = '00'
               DISPLAY '*** NO COURSEIN FOR THE TERM - NOTHING BILLED '
                       '***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT STU-PAY-FILE.
           IF WS-STUPAY-STATUS NOT = '00'
               MOVE 'Y' TO WS-PAY-EOF
           END-IF.
           OPEN I-O STUDENT-LEDGER.
           IF WS-STULEDG-STATUS = '35'
               OPEN OUTPUT STUDENT-LEDGER
               CLOSE STUDENT-LEDGER
               OPEN I-O STUDENT-LEDGER
           END-IF.
           OPEN OUTPUT POSTING-OUT-FILE.
           OPEN OUTPUT REJECT-REPORT-FILE.
           MOVE WS-BILL-TERM TO RJH-TERM.
           MOVE WS-BILL-DATE TO RJH-DATE.
           MOVE REJ-HEADING-1 TO REJ-OUT-REC.
           WRITE REJ-OUT-REC.
           MOVE REJ-HEADING-2 TO REJ-OUT-REC.
           WRITE REJ-OUT-REC.

      *THE TERM'S REGISTRATIONS - OTHER TERMS' ROWS ARE NOT BILLED*****
       250-LOAD-TERM-REGISTRATIONS.
           PERFORM 255-READ-COURSE-REC UNTIL CRS-EOF.
           CLOSE COURSE-FILE.

       255-READ-COURSE-REC.
           READ COURSE-FILE
               AT END MOVE 'Y' TO WS-CRS-EOF
           END-READ.
           IF NOT CRS-EOF AND CRS-TERM = WS-BILL-TERM
              AND WS-REG-COUNT < 3000
               ADD 1 TO WS-REG-COUNT
               MOVE CRS-STUDENT-ID TO WS-REG-STUDENT(WS-REG-COUNT)
               MOVE CRS-COURSE-ID TO WS-REG-COURSE(WS-REG-COUNT)
               MOVE CRS-CREDIT-HOURS TO WS-REG-HOURS(WS-REG-COUNT)
           END-IF.

      *****************************************************************
      * EVERY STUDENT THE LEDGER ALREADY HAS TERM ENTRIES FOR (A DROP
      * OF A STUDENT'S LAST COURSE LEAVES NOTHING IN COURSEIN) AND
      * EVERY STUDENT IN COURSEIN
      *****************************************************************
       270-LIST-STUDENTS-TO-BILL.
           MOVE LOW-VALUES TO SL-KEY.
           START STUDENT-LEDGER KEY NOT < SL-KEY
               INVALID KEY MOVE 'Y' TO WS-LEDG-EOF
           END-START.
           PERFORM 275-SCAN-LEDGER-REC UNTIL LEDG-EOF.
           PERFORM 280-ADD-REGISTERED-STUDENT
               VARYING WS-REG-SUB FROM 1 BY 1
               UNTIL WS-REG-SUB > WS-REG-COUNT.

       275-SCAN-LEDGER-REC.
           READ STUDENT-LEDGER NEXT RECORD
               AT END MOVE 'Y' TO WS-LEDG-EOF
           END-READ.
           IF NOT LEDG-EOF AND SL-TERM = WS-BILL-TERM
               MOVE SL-STUDENT-ID TO WS-CUR-STUDENT
               PERFORM 285-ADD-BILL-STUDENT
           END-IF.

       280-ADD-REGISTERED-STUDENT.
           MOVE WS-REG-STUDENT(WS-REG-SUB) TO WS-CUR-STUDENT.
           PERFORM 285-ADD-BILL-STUDENT.

       285-ADD-BILL-STUDENT.
           MOVE 0 TO WS-BILL-HIT.
           PERFORM 290-MATCH-BILL-STUDENT
               VARYING WS-STU-SUB FROM 1 BY 1
               UNTIL WS-STU-SUB > WS-BILL-COUNT OR WS-BILL-HIT > 0.
           IF WS-BILL-HIT = 0 AND WS-BILL-COUNT < 2000
               ADD 1 TO WS-BILL-COUNT
               MOVE WS-CUR-STUDENT TO WS-BILL-STUDENT(WS-BILL-COUNT)
           END-IF.

       290-MATCH-BILL-STUDENT.
           IF WS-BILL-STUDENT(WS-STU-SUB) = WS-CUR-STUDENT
               MOVE WS-STU-SUB TO WS-BILL-HIT
           END-IF.

      *****************************************************************
      * ONE STUDENT - WHAT THE LEDGER HAS BILLED FOR THE TERM, WHAT
      * COURSEIN SAYS THE STUDENT IS TAKING, AND THE DIFFERENCE
      *****************************************************************
       300-BILL-ONE-STUDENT.
           MOVE WS-BILL-STUDENT(WS-BILL-SUB) TO WS-CUR-STUDENT.
           MOVE 0 TO WS-ITEM-COUNT.
           MOVE 0 TO WS-ACTIVE-COURSES.
           PERFORM 310-LOAD-STUDENT-LEDGER.
           PERFORM 320-MARK-REGISTERED-COURSE
               VARYING WS-REG-SUB FROM 1 BY 1
               UNTIL WS-REG-SUB > WS-REG-COUNT.
           PERFORM 330-FIND-HOUR-RATE.
           MOVE WS-ENTRIES-WRITTEN TO WS-ENTRIES-BEFORE.
           PERFORM 340-BILL-ONE-COURSE
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT.
           PERFORM 360-BILL-FLAT-FEES
               VARYING WS-RATE-SUB FROM 1 BY 1
               UNTIL WS-RATE-SUB > WS-RATE-COUNT.
           IF WS-ENTRIES-WRITTEN NOT = WS-ENTRIES-BEFORE
               ADD 1 TO WS-STUDENTS-BILLED
           END-IF.

      *****************************************************************
      * READ THE STUDENT'S LEDGER IN ENTRY ORDER - THE LAST CHARGE OR
      * CREDIT FOR AN ITEM DECIDES WHETHER IT IS BILLED NOW
      *****************************************************************
       310-LOAD-STUDENT-LEDGER.
           MOVE 0 TO WS-LAST-SEQ.
           MOVE 'N' TO WS-LEDG-EOF.
           MOVE WS-CUR-STUDENT TO SL-STUDENT-ID.
           MOVE 0 TO SL-SEQ.
           START STUDENT-LEDGER KEY NOT < SL-KEY
               INVALID KEY MOVE 'Y' TO WS-LEDG-EOF
           END-START.
           PERFORM 315-READ-STUDENT-ENTRY UNTIL LEDG-EOF.

       315-READ-STUDENT-ENTRY.
           READ STUDENT-LEDGER NEXT RECORD
               AT END MOVE 'Y' TO WS-LEDG-EOF
           END-READ.
           IF NOT LEDG-EOF
               IF SL-STUDENT-ID NOT = WS-CUR-STUDENT
                   MOVE 'Y' TO WS-LEDG-EOF
               ELSE
                   MOVE SL-SEQ TO WS-LAST-SEQ
                   IF SL-TERM = WS-BILL-TERM
                       PERFORM 317-APPLY-LEDGER-ENTRY
                   END-IF
               END-IF
           END-IF.

       317-APPLY-LEDGER-ENTRY.
           EVALUATE SL-TYPE
               WHEN 'TUI'
               WHEN 'TUC'
               WHEN 'CRS'
                   MOVE 'C' TO WS-ITEM-KIND-WANTED
               WHEN 'FEE'
               WHEN 'FEC'
                   MOVE 'F' TO WS-ITEM-KIND-WANTED
               WHEN OTHER
                   MOVE SPACE TO WS-ITEM-KIND-WANTED
           END-EVALUATE.
           IF WS-ITEM-KIND-WANTED NOT = SPACE
               MOVE SL-CODE TO WS-ITEM-CODE-WANTED
               PERFORM 390-FIND-ITEM
               IF WS-ITEM-HIT > 0
                   EVALUATE SL-TYPE
                       WHEN 'TUI'
                           MOVE 'Y' TO WS-ITEM-STATE(WS-ITEM-HIT)
                           MOVE SL-AMOUNT
                               TO WS-ITEM-TUITION(WS-ITEM-HIT)
                           MOVE 0 TO WS-ITEM-COURSE-FEE(WS-ITEM-HIT)
                       WHEN 'CRS'
                           MOVE SL-AMOUNT
                               TO WS-ITEM-COURSE-FEE(WS-ITEM-HIT)
                       WHEN 'FEE'
                           MOVE 'Y' TO WS-ITEM-STATE(WS-ITEM-HIT)
                           MOVE SL-AMOUNT
                               TO WS-ITEM-TUITION(WS-ITEM-HIT)
                       WHEN OTHER
                           MOVE 'N' TO WS-ITEM-STATE(WS-ITEM-HIT)
                   END-EVALUATE
               END-IF
           END-IF.

       320-MARK-REGISTERED-COURSE.
           IF WS-REG-STUDENT(WS-REG-SUB) = WS-CUR-STUDENT
               MOVE 'C' TO WS-ITEM-KIND-WANTED
               MOVE WS-REG-COURSE(WS-REG-SUB) TO WS-ITEM-CODE-WANTED
               PERFORM 390-FIND-ITEM
               IF WS-ITEM-HIT > 0
                   MOVE 'Y' TO WS-ITEM-REGISTERED(WS-ITEM-HIT)
                   MOVE WS-REG-HOURS(WS-REG-SUB)
                       TO WS-ITEM-HOURS(WS-ITEM-HIT)
                   ADD 1 TO WS-ACTIVE-COURSES
               END-IF
           END-IF.

      *****************************************************************
      * THE HOUR RATE FOR THE STUDENT'S PROGRAM, ELSE THE ALL RATE
      *****************************************************************
       330-FIND-HOUR-RATE.
           MOVE SPACES TO WS-CUR-PROGRAM.
           MOVE 0 TO WS-STU-HIT.
           PERFORM 335-MATCH-STUDENT
               VARYING WS-STU-SUB FROM 1 BY 1
               UNTIL WS-STU-SUB > WS-STU-COUNT OR WS-STU-HIT > 0.
           MOVE 'HOUR' TO WS-LOOKUP-TYPE.
           MOVE WS-CUR-PROGRAM TO WS-LOOKUP-CODE.
           PERFORM 395-FIND-RATE.
           IF WS-RATE-HIT = 0
               MOVE 'ALL' TO WS-LOOKUP-CODE
               PERFORM 395-FIND-RATE
           END-IF.
           IF WS-RATE-HIT = 0
               MOVE 'N' TO WS-HOUR-RATE-FOUND
               MOVE 0 TO WS-HOUR-RATE
           ELSE
               MOVE 'Y' TO WS-HOUR-RATE-FOUND
               MOVE WS-RATE-AMOUNT(WS-RATE-HIT) TO WS-HOUR-RATE
           END-IF.

       335-MATCH-STUDENT.
           IF WS-STU-ID(WS-STU-SUB) = WS-CUR-STUDENT
               MOVE WS-STU-SUB TO WS-STU-HIT
               MOVE WS-STU-PROGRAM(WS-STU-SUB) TO WS-CUR-PROGRAM
           END-IF.

      *****************************************************************
      * A REGISTERED COURSE NOT BILLED (OR CREDITED BACK AND ADDED
      * AGAIN) IS CHARGED; A BILLED COURSE NO LONGER REGISTERED IS A
      * DROP, CREDITED AT THE REFUND PERCENTAGE
      *****************************************************************
       340-BILL-ONE-COURSE.
           IF WS-ITEM-KIND(WS-ITEM-SUB) = 'C'
               IF WS-ITEM-REGISTERED(WS-ITEM-SUB) = 'Y'
                  AND WS-ITEM-STATE(WS-ITEM-SUB) NOT = 'Y'
                   PERFORM 345-CHARGE-COURSE
               END-IF
               IF WS-ITEM-REGISTERED(WS-ITEM-SUB) NOT = 'Y'
                  AND WS-ITEM-STATE(WS-ITEM-SUB) = 'Y'
                   PERFORM 350-CREDIT-DROPPED-COURSE
               END-IF
           END-IF.

       345-CHARGE-COURSE.
           IF WS-HOUR-RATE-FOUND NOT = 'Y'
               MOVE 'BIL' TO RJD-ACTION
               MOVE WS-CUR-STUDENT TO RJD-STUDENT-ID
               MOVE WS-ITEM-CODE(WS-ITEM-SUB) TO RJD-COURSE-ID
               MOVE SPACES TO RJD-REFERENCE
               MOVE 0 TO RJD-AMOUNT
               MOVE 'NO HOUR RATE FOR PROGRAM' TO WS-REJECT-REASON
               PERFORM 490-WRITE-REJECT-LINE
           ELSE
               ADD 1 TO WS-COURSES-CHARGED
               MOVE WS-BILL-TERM TO WS-ENTRY-TERM
               MOVE WS-BILL-DATE TO WS-ENTRY-DATE
               MOVE SPACES TO WS-ENTRY-REFERENCE
               MOVE WS-ITEM-CODE(WS-ITEM-SUB) TO WS-ENTRY-CODE
               MOVE 'TUI' TO WS-ENTRY-TYPE
               MOVE 'TUITION' TO WS-ENTRY-DESC
               COMPUTE WS-ENTRY-AMOUNT ROUNDED =
                   WS-ITEM-HOURS(WS-ITEM-SUB) * WS-HOUR-RATE
               PERFORM 380-WRITE-LEDGER-ENTRY
               MOVE 'CRSE' TO WS-LOOKUP-TYPE
               MOVE WS-ITEM-CODE(WS-ITEM-SUB) TO WS-LOOKUP-CODE
               PERFORM 395-FIND-RATE
               IF WS-RATE-HIT > 0
                   MOVE 'CRS' TO WS-ENTRY-TYPE
                   MOVE WS-RATE-DESC(WS-RATE-HIT) TO WS-ENTRY-DESC
                   MOVE WS-RATE-AMOUNT(WS-RATE-HIT) TO WS-ENTRY-AMOUNT
                   PERFORM 380-WRITE-LEDGER-ENTRY
               END-IF
           END-IF.

       350-CREDIT-DROPPED-COURSE.
           ADD 1 TO WS-COURSES-DROPPED.
           MOVE WS-BILL-TERM TO WS-ENTRY-TERM.
           MOVE WS-BILL-DATE TO WS-ENTRY-DATE.
           MOVE SPACES TO WS-ENTRY-REFERENCE.
           MOVE WS-ITEM-CODE(WS-ITEM-SUB) TO WS-ENTRY-CODE.
           MOVE SPACES TO WS-ENTRY-DESC.
           MOVE WS-REFUND-PCT TO WS-PCTZ.
           STRING 'DROP - ' WS-PCTZ '% REFUND' DELIMITED BY SIZE
               INTO WS-ENTRY-DESC.
           MOVE 'TUC' TO WS-ENTRY-TYPE.
           COMPUTE WS-ENTRY-AMOUNT ROUNDED =
               0 - WS-ITEM-TUITION(WS-ITEM-SUB) * WS-REFUND-PCT / 100.
           PERFORM 380-WRITE-LEDGER-ENTRY.
           IF WS-ITEM-COURSE-FEE(WS-ITEM-SUB) > 0
               MOVE 'CRC' TO WS-ENTRY-TYPE
               COMPUTE WS-ENTRY-AMOUNT ROUNDED =
                   0 - WS-ITEM-COURSE-FEE(WS-ITEM-SUB)
                     * WS-REFUND-PCT / 100
               PERFORM 380-WRITE-LEDGER-ENTRY
           END-IF.

      *****************************************************************
      * A STUDENT TAKING ANY COURSE OWES EACH FLAT FEE ONCE FOR THE
      * TERM; ONE WITH NO COURSE LEFT GETS IT BACK AT THE REFUND
      * PERCENTAGE
      *****************************************************************
       360-BILL-FLAT-FEES.
           IF WS-RATE-TYPE(WS-RATE-SUB) = 'FLAT'
               MOVE 'F' TO WS-ITEM-KIND-WANTED
               MOVE WS-RATE-CODE(WS-RATE-SUB) TO WS-ITEM-CODE-WANTED
               PERFORM 390-FIND-ITEM
               IF WS-ITEM-HIT > 0
                   MOVE WS-BILL-TERM TO WS-ENTRY-TERM
                   MOVE WS-BILL-DATE TO WS-ENTRY-DATE
                   MOVE SPACES TO WS-ENTRY-REFERENCE
                   MOVE WS-RATE-CODE(WS-RATE-SUB) TO WS-ENTRY-CODE
                   IF WS-ACTIVE-COURSES > 0
                      AND WS-ITEM-STATE(WS-ITEM-HIT) NOT = 'Y'
                       MOVE 'FEE' TO WS-ENTRY-TYPE
                       MOVE WS-RATE-DESC(WS-RATE-SUB) TO WS-ENTRY-DESC
                       MOVE WS-RATE-AMOUNT(WS-RATE-SUB)
                           TO WS-ENTRY-AMOUNT
                       PERFORM 380-WRITE-LEDGER-ENTRY
                   END-IF
                   IF WS-ACTIVE-COURSES = 0
                      AND WS-ITEM-STATE(WS-ITEM-HIT) = 'Y'
                       MOVE 'FEC' TO WS-ENTRY-TYPE
                       MOVE SPACES TO WS-ENTRY-DESC
                       MOVE WS-REFUND-PCT TO WS-PCTZ
                       STRING 'WITHDRAWAL ' WS-PCTZ '% REF'
                           DELIMITED BY SIZE INTO WS-ENTRY-DESC
                       COMPUTE WS-ENTRY-AMOUNT ROUNDED =
                           0 - WS-ITEM-TUITION(WS-ITEM-HIT)
                             * WS-REFUND-PCT / 100
                       PERFORM 380-WRITE-LEDGER-ENTRY
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * ADD THE NEXT ENTRY TO THE STUDENT'S LEDGER AND BOOK IT - A
      * CHARGE DEBITS THE RECEIVABLE, A CREDIT OR PAYMENT CREDITS IT.
      * A DROP CREDITED AT 0% STILL GOES ON THE LEDGER (IT MARKS THE
      * COURSE DROPPED) BUT BOOKS NOTHING
      *****************************************************************
       380-WRITE-LEDGER-ENTRY.
           ADD 1 TO WS-LAST-SEQ.
           MOVE WS-CUR-STUDENT TO SL-STUDENT-ID.
           MOVE WS-LAST-SEQ TO SL-SEQ.
           MOVE WS-ENTRY-TERM TO SL-TERM.
           MOVE WS-ENTRY-DATE TO SL-DATE.
           MOVE WS-ENTRY-TYPE TO SL-TYPE.
           MOVE WS-ENTRY-CODE TO SL-CODE.
           MOVE WS-ENTRY-DESC TO SL-DESC.
           MOVE WS-ENTRY-AMOUNT TO SL-AMOUNT.
           MOVE WS-ENTRY-REFERENCE TO SL-REFERENCE.
           WRITE STUDENT-LEDGER-REC.
           ADD 1 TO WS-ENTRIES-WRITTEN.
           EVALUATE WS-ENTRY-TYPE
               WHEN 'TUI'
               WHEN 'TUC'
                   MOVE WS-TUITION-ACCOUNT TO WS-REVENUE-ACCOUNT
               WHEN 'PAY'
                   MOVE WS-CASH-ACCOUNT TO WS-REVENUE-ACCOUNT
               WHEN 'ADJ'
                   MOVE WS-ADJUST-ACCOUNT TO WS-REVENUE-ACCOUNT
               WHEN OTHER
                   MOVE WS-FEE-ACCOUNT TO WS-REVENUE-ACCOUNT
           END-EVALUATE.
           IF WS-ENTRY-AMOUNT > 0
               ADD WS-ENTRY-AMOUNT TO WS-CHARGE-TOTAL
               MOVE WS-RECV-ACCOUNT TO WS-DEBIT-ACCOUNT
               MOVE WS-REVENUE-ACCOUNT TO WS-CREDIT-ACCOUNT
               MOVE WS-ENTRY-AMOUNT TO WS-POST-REMAINING
           ELSE
               IF WS-ENTRY-TYPE = 'PAY'
                   SUBTRACT WS-ENTRY-AMOUNT FROM WS-PAYMENT-TOTAL
               ELSE
                   SUBTRACT WS-ENTRY-AMOUNT FROM WS-CREDIT-TOTAL
               END-IF
               MOVE WS-REVENUE-ACCOUNT TO WS-DEBIT-ACCOUNT
               MOVE WS-RECV-ACCOUNT TO WS-CREDIT-ACCOUNT
               COMPUTE WS-POST-REMAINING = 0 - WS-ENTRY-AMOUNT
           END-IF.
           PERFORM 480-WRITE-POSTING-PAIR UNTIL WS-POST-REMAINING = 0.

      *****************************************************************
      * THE STUDENT'S ITEM FOR A COURSE (KIND C) OR FLAT FEE (KIND F),
      * ADDED UNBILLED THE FIRST TIME IT IS ASKED FOR
      *****************************************************************
       390-FIND-ITEM.
           MOVE 0 TO WS-ITEM-HIT.
           PERFORM 392-MATCH-ITEM
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT OR WS-ITEM-HIT > 0.
           IF WS-ITEM-HIT = 0 AND WS-ITEM-COUNT < 60
               ADD 1 TO WS-ITEM-COUNT
               MOVE WS-ITEM-COUNT TO WS-ITEM-HIT
               MOVE WS-ITEM-KIND-WANTED TO WS-ITEM-KIND(WS-ITEM-HIT)
               MOVE WS-ITEM-CODE-WANTED TO WS-ITEM-CODE(WS-ITEM-HIT)
               MOVE SPACE TO WS-ITEM-STATE(WS-ITEM-HIT)
               MOVE 'N' TO WS-ITEM-REGISTERED(WS-ITEM-HIT)
               MOVE 0 TO WS-ITEM-HOURS(WS-ITEM-HIT)
               MOVE 0 TO WS-ITEM-TUITION(WS-ITEM-HIT)
               MOVE 0 TO WS-ITEM-COURSE-FEE(WS-ITEM-HIT)
           END-IF.

       392-MATCH-ITEM.
           IF WS-ITEM-KIND(WS-ITEM-SUB) = WS-ITEM-KIND-WANTED
              AND WS-ITEM-CODE(WS-ITEM-SUB) = WS-ITEM-CODE-WANTED
               MOVE WS-ITEM-SUB TO WS-ITEM-HIT
           END-IF.

       395-FIND-RATE.
           MOVE 0 TO WS-RATE-HIT.
           PERFORM 397-MATCH-RATE
               VARYING WS-RATE-SUB FROM 1 BY 1
               UNTIL WS-RATE-SUB > WS-RATE-COUNT OR WS-RATE-HIT > 0.

       397-MATCH-RATE.
           IF WS-RATE-TYPE(WS-RATE-SUB) = WS-LOOKUP-TYPE
              AND WS-RATE-CODE(WS-RATE-SUB) = WS-LOOKUP-CODE
               MOVE WS-RATE-SUB TO WS-RATE-HIT
           END-IF.

      *****************************************************************
       400-APPLY-TRANSACTIONS.
           READ STU-PAY-FILE
               AT END MOVE 'Y' TO WS-PAY-EOF
           END-READ.
           IF NOT PAY-EOF
               ADD 1 TO WS-TRAN-READ
               PERFORM 410-VALIDATE-TRANSACTION
               IF TRAN-VALID
                   PERFORM 450-APPLY-ONE-TRANSACTION
               ELSE
                   MOVE SP-ACTION TO RJD-ACTION
                   MOVE SP-STUDENT-ID TO RJD-STUDENT-ID
                   MOVE SPACES TO RJD-COURSE-ID
                   MOVE SP-REFERENCE TO RJD-REFERENCE
                   IF SP-AMOUNT NUMERIC
                       MOVE SP-AMOUNT TO RJD-AMOUNT
                   ELSE
                       MOVE 0 TO RJD-AMOUNT
                   END-IF
                   PERFORM 490-WRITE-REJECT-LINE
               END-IF
           END-IF.

      *****************************************************************
      * A PAY OR ADJ NAMES A STUDENT ON THE MASTER, A DATE AND AN
      * AMOUNT; AN ADJ SAYS WHICH WAY IT GOES.  ONE ALREADY ON THE
      * STUDENT'S LEDGER WAS POSTED BY AN EARLIER RUN
      *****************************************************************
       410-VALIDATE-TRANSACTION.
           MOVE 'Y' TO WS-TRAN-VALID-SWITCH.
           MOVE SPACES TO WS-REJECT-REASON.
           IF SP-ACTION NOT = 'PAY' AND SP-ACTION NOT = 'ADJ'
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'UNKNOWN ACTION CODE' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID
              AND (SP-AMOUNT NOT NUMERIC OR SP-AMOUNT = 0)
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'AMOUNT NOT NUMERIC OR ZERO' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID AND SP-DATE NOT NUMERIC
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'TRANSACTION DATE NOT VALID' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID AND SP-ACTION = 'ADJ'
              AND SP-SIGN NOT = '+' AND SP-SIGN NOT = '-'
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'ADJUSTMENT SIGN NOT + OR -' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID
               MOVE SP-STUDENT-ID TO WS-CUR-STUDENT
               MOVE 0 TO WS-STU-HIT
               PERFORM 335-MATCH-STUDENT
                   VARYING WS-STU-SUB FROM 1 BY 1
                   UNTIL WS-STU-SUB > WS-STU-COUNT OR WS-STU-HIT > 0
               IF WS-STU-HIT = 0
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
                   MOVE 'STUDENT NOT ON MASTER' TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF TRAN-VALID
               PERFORM 420-CHECK-ALREADY-POSTED
               IF ALREADY-POSTED
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
                   MOVE 'ALREADY POSTED' TO WS-REJECT-REASON
               END-IF
           END-IF.

      *****************************************************************
      * LOOK FOR THE TRANSACTION'S ENTRY ON THE STUDENT'S LEDGER - SAME
      * TYPE, DATE, REFERENCE AND SIGNED AMOUNT
      *****************************************************************
       420-CHECK-ALREADY-POSTED.
           IF SP-ACTION = 'PAY' OR SP-SIGN = '-'
               COMPUTE WS-TRAN-AMOUNT = 0 - SP-AMOUNT
           ELSE
               MOVE SP-AMOUNT TO WS-TRAN-AMOUNT
           END-IF.
           MOVE 'N' TO WS-POSTED-SWITCH.
           MOVE 'N' TO WS-LEDG-EOF.
           MOVE SP-STUDENT-ID TO SL-STUDENT-ID.
           MOVE 0 TO SL-SEQ.
           START STUDENT-LEDGER KEY NOT < SL-KEY
               INVALID KEY MOVE 'Y' TO WS-LEDG-EOF
           END-START.
           PERFORM 425-SCAN-POSTED-ENTRY
               UNTIL LEDG-EOF OR ALREADY-POSTED.

       425-SCAN-POSTED-ENTRY.
           READ STUDENT-LEDGER NEXT RECORD
               AT END MOVE 'Y' TO WS-LEDG-EOF
           END-READ.
           IF NOT LEDG-EOF
               IF SL-STUDENT-ID NOT = SP-STUDENT-ID
                   MOVE 'Y' TO WS-LEDG-EOF
               ELSE
                   IF SL-TYPE = SP-ACTION
                      AND SL-DATE = SP-DATE
                      AND SL-REFERENCE = SP-REFERENCE
                      AND SL-AMOUNT = WS-TRAN-AMOUNT
                       MOVE 'Y' TO WS-POSTED-SWITCH
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * THE ENTRY GOES ON THE END OF THE STUDENT'S LEDGER
      *****************************************************************
       450-APPLY-ONE-TRANSACTION.
           ADD 1 TO WS-TRAN-APPLIED.
           MOVE 0 TO WS-ITEM-COUNT.
           PERFORM 310-LOAD-STUDENT-LEDGER.
           IF SP-TERM = SPACES
               MOVE WS-BILL-TERM TO WS-ENTRY-TERM
           ELSE
               MOVE SP-TERM TO WS-ENTRY-TERM
           END-IF.
           MOVE SP-DATE TO WS-ENTRY-DATE.
           MOVE SP-REFERENCE TO WS-ENTRY-REFERENCE.
           MOVE SPACES TO WS-ENTRY-CODE.
           MOVE SP-ACTION TO WS-ENTRY-TYPE.
           IF SP-ACTION = 'PAY'
               MOVE 'PAYMENT - THANK YOU' TO WS-ENTRY-DESC
               COMPUTE WS-ENTRY-AMOUNT = 0 - SP-AMOUNT
           ELSE
               MOVE 'ACCOUNT ADJUSTMENT' TO WS-ENTRY-DESC
               IF SP-SIGN = '+'
                   MOVE SP-AMOUNT TO WS-ENTRY-AMOUNT
               ELSE
                   COMPUTE WS-ENTRY-AMOUNT = 0 - SP-AMOUNT
               END-IF
           END-IF.
           PERFORM 380-WRITE-LEDGER-ENTRY.

      *****************************************************************
      * ONE DEBIT AND ONE CREDIT OF UP TO THE LARGEST AMOUNT A POSTIN
      * RECORD HOLDS - REPEATED UNTIL THE WHOLE AMOUNT IS BOOKED
      *****************************************************************
       480-WRITE-POSTING-PAIR.
           IF WS-POST-REMAINING > WS-POSTING-MAX
               MOVE WS-POSTING-MAX TO WS-POST-PIECE
           ELSE
               MOVE WS-POST-REMAINING TO WS-POST-PIECE
           END-IF.
           SUBTRACT WS-POST-PIECE FROM WS-POST-REMAINING.
           MOVE WS-DEBIT-ACCOUNT TO PO-ACCOUNT-CODE.
           MOVE 'D' TO PO-DEBIT-CREDIT.
           MOVE WS-POST-PIECE TO PO-AMOUNT.
           MOVE SPACES TO PO-PERIOD.
           WRITE POSTING-OUT-REC.
           MOVE WS-CREDIT-ACCOUNT TO PO-ACCOUNT-CODE.
           MOVE 'C' TO PO-DEBIT-CREDIT.
           WRITE POSTING-OUT-REC.
           ADD 2 TO WS-POSTINGS-WRITTEN.

       490-WRITE-REJECT-LINE.
           ADD 1 TO WS-ITEMS-REJECTED.
           MOVE WS-REJECT-REASON TO RJD-REASON.
           MOVE REJ-DETAIL-LINE TO REJ-OUT-REC.
           WRITE REJ-OUT-REC.

      *DISPLAY THE BILLING DISPOSITION TOTALS - RC=4 ON ANY REJECT*****
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-STUDENTS-BILLED TO WS-STUDENTS-BILLEDZ.
           DISPLAY 'Students With New Entries : ' WS-STUDENTS-BILLEDZ.
           MOVE WS-COURSES-CHARGED TO WS-COURSES-CHARGEDZ.
           DISPLAY 'Courses Charged           : ' WS-COURSES-CHARGEDZ.
           MOVE WS-COURSES-DROPPED TO WS-COURSES-DROPPEDZ.
           DISPLAY 'Dropped Courses Credited  : ' WS-COURSES-DROPPEDZ.
           MOVE WS-TRAN-READ TO WS-TRAN-READZ.
           DISPLAY 'Transactions Read         : ' WS-TRAN-READZ.
           MOVE WS-TRAN-APPLIED TO WS-TRAN-APPLIEDZ.
           DISPLAY 'Transactions Applied      : ' WS-TRAN-APPLIEDZ.
           MOVE WS-ITEMS-REJECTED TO WS-ITEMS-REJECTEDZ.
           DISPLAY 'Items Rejected            : ' WS-ITEMS-REJECTEDZ.
           MOVE WS-ENTRIES-WRITTEN TO WS-ENTRIES-WRITTENZ.
           DISPLAY 'Ledger Entries Written    : ' WS-ENTRIES-WRITTENZ.
           MOVE WS-CHARGE-TOTAL TO WS-AMOUNTZ.
           DISPLAY 'Amount Charged            : ' WS-AMOUNTZ.
           MOVE WS-CREDIT-TOTAL TO WS-AMOUNTZ.
           DISPLAY 'Amount Credited           : ' WS-AMOUNTZ.
           MOVE WS-PAYMENT-TOTAL TO WS-AMOUNTZ.
           DISPLAY 'Payments Received         : ' WS-AMOUNTZ.
           MOVE WS-POSTINGS-WRITTEN TO WS-POSTINGS-WRITTENZ.
           DISPLAY 'GL Postings Written       : ' WS-POSTINGS-WRITTENZ.
           DISPLAY '**************************************************'.
           IF WS-ITEMS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           CLOSE STUDENT-LEDGER
                 POSTING-OUT-FILE
                 REJECT-REPORT-FILE.
           IF WS-STUPAY-STATUS = '00' OR WS-STUPAY-STATUS = '10'
               CLOSE STU-PAY-FILE
           END-IF.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
