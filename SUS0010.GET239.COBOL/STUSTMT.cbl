      *****************************************************************
      *PURPOSE: Student account statements and receivable aging.
      *Reads the STULEDG student account ledger STUBILL keeps and
      *prints one statement per student - every charge, credit and
      *payment in the order it was entered, with the running balance
      *and the amount due - as of the BILLCTL ASOF date (today when
      *there is none).  Payments and credits are applied to the
      *oldest charges first; what is left of each charge is aged by
      *days since it was billed: current (under 30), 30, 60 and 90+
      *days.  The aging shows on the foot of each statement and, for
      *every student owing (or owed) anything, on the STUAGED aged
      *receivables report with a grand total the bursar ties to the
      *student receivable account on the GL.
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      STUSTMT.
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
           SELECT STUDENT-MASTER ASSIGN TO STUMAST
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STUDENT-LEDGER ASSIGN TO STULEDG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SL-KEY
           FILE STATUS IS WS-STULEDG-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO STUSTMT
           ORGANIZATION IS SEQUENTIAL.
           SELECT AGING-REPORT-FILE ASSIGN TO STUAGED
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****BILLING CONTROL - THE STATEMENT DATE************************
       FD  BILL-CTL-FILE.
       01  BILL-CTL-REC.
           05  BC-TYPE                      PIC X(4).
           05  BC-VALUE-FULL                PIC X(8).

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

      *****STUDENT ACCOUNT LEDGER - SEE STUBILL************************
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

      ***STUDENT STATEMENTS********************************************
       FD  STATEMENT-FILE.
       01  STMT-OUT-REC                     PIC X(90).

      ***AGED STUDENT RECEIVABLES**************************************
       FD  AGING-REPORT-FILE.
       01  AGE-OUT-REC                      PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-CTL-EOF               PIC X        VALUE 'N'.
              88 CTL-EOF                            VALUE 'Y'.
           05 WS-STU-EOF               PIC X        VALUE 'N'.
              88 STU-EOF                            VALUE 'Y'.
           05 WS-LEDG-EOF              PIC X        VALUE 'N'.
              88 LEDG-EOF                           VALUE 'Y'.
       01 WS-BILLCTL-STATUS            PIC XX.
       01 WS-STULEDG-STATUS            PIC XX.

      *****THE AS-OF DATE AND ONE CHARGE'S AGE*************************
       01 WS-AS-OF-DATE                PIC X(8)     VALUE SPACES.
       01 WS-AS-OF-DATE-NUM            PIC 9(8).
       01 WS-CHARGE-DATE-NUM           PIC 9(8).
       01 WS-DAYS-OUTSTANDING          PIC S9(7).
       01 WS-BUCKET                    PIC 9(1).

      *****STUDENT TABLE - ID, NAME, PROGRAM***************************
       01 WS-STU-COUNT                 PIC 9(4)     VALUE 0.
       01 WS-STU-SUB                   PIC 9(4).
       01 WS-STU-HIT                   PIC 9(4).
       01 WS-STU-TABLE.
           05 WS-STU-ENTRY OCCURS 1000 TIMES.
              10 WS-STU-ID             PIC X(6).
              10 WS-STU-NAME           PIC X(32).
              10 WS-STU-PROGRAM        PIC X(4).

      *****************************************************************
      * ONE STUDENT - THE BALANCE, THE CREDITS NOT YET APPLIED AND
      * EACH CHARGE STILL OPEN, OLDEST FIRST
      *****************************************************************
       01 WS-CUR-STUDENT               PIC X(6).
       01 WS-CUR-NAME                  PIC X(32).
       01 WS-BALANCE                   PIC S9(9)V99.
       01 WS-UNAPPLIED-CREDIT          PIC 9(9)V99.
       01 WS-CHG-COUNT                 PIC 9(3).
       01 WS-CHG-SUB                   PIC 9(3).
       01 WS-CHG-TABLE.
           05 WS-CHG-ENTRY OCCURS 300 TIMES.
              10 WS-CHG-DATE           PIC X(8).
              10 WS-CHG-OPEN           PIC 9(7)V99.

      *****BUCKET TOTALS - 1 CURRENT, 2 30, 3 60, 4 90+****************
       01 WS-STU-TOTALS.
           05 WS-STU-BUCKET            PIC S9(9)V99 OCCURS 4 TIMES.
       01 WS-GRAND-TOTALS.
           05 WS-GRAND-BUCKET          PIC S9(9)V99 OCCURS 4 TIMES.
       01 WS-BUCKET-SUB                PIC 9(1).
       01 WS-GRAND-BALANCE             PIC S9(11)V99 VALUE 0.

      *****REPORT COUNTERS*********************************************
       01 WS-ENTRIES-READ          PIC 9(7)     VALUE 0.
       01 WS-ENTRIES-READZ         PIC Z,ZZZ,ZZ9.
       01 WS-STATEMENTS            PIC 9(5)     VALUE 0.
       01 WS-STATEMENTSZ           PIC ZZ,ZZ9.
       01 WS-STUDENTS-AGED         PIC 9(5)     VALUE 0.
       01 WS-STUDENTS-AGEDZ        PIC ZZ,ZZ9.
       01 WS-AMOUNTZ               PIC $$,$$$,$$$,$$9.99-.

      *****STATEMENT LINE LAYOUTS**************************************
       01  STM-HEADING-1.
           05                 PIC X(36)
                   VALUE 'STUDENT ACCOUNT STATEMENT AS OF    '.
           05  STH-AS-OF      PIC X(8).
       01  STM-HEADING-2.
           05                 PIC X(9)  VALUE 'STUDENT '.
           05  STH-STUDENT-ID PIC X(6).
           05                 PIC X(2)  VALUE SPACES.
           05  STH-NAME       PIC X(32).
           05                 PIC X(9)  VALUE 'PROGRAM '.
           05  STH-PROGRAM    PIC X(4).
       01  STM-HEADING-3.
           05                 PIC X(10) VALUE 'DATE'.
           05                 PIC X(7)  VALUE 'TERM'.
           05                 PIC X(5)  VALUE 'TYPE'.
           05                 PIC X(8)  VALUE 'CODE'.
           05                 PIC X(22) VALUE 'DESCRIPTION'.
           05                 PIC X(14) VALUE '        AMOUNT'.
           05                 PIC X(15) VALUE '        BALANCE'.
       01  STM-DETAIL-LINE.
           05  STD-DATE           PIC X(8).
           05                     PIC X(2)  VALUE SPACES.
           05  STD-TERM           PIC X(5).
           05                     PIC X(2)  VALUE SPACES.
           05  STD-TYPE           PIC X(3).
           05                     PIC X(2)  VALUE SPACES.
           05  STD-CODE           PIC X(6).
           05                     PIC X(2)  VALUE SPACES.
           05  STD-DESC           PIC X(20).
           05                     PIC X(1)  VALUE SPACES.
           05  STD-AMOUNT         PIC Z,ZZZ,ZZ9.99-.
           05                     PIC X(1)  VALUE SPACES.
           05  STD-BALANCE        PIC ZZ,ZZZ,ZZ9.99-.
       01  STM-DUE-LINE.
           05                     PIC X(51) VALUE SPACES.
           05                     PIC X(11) VALUE 'AMOUNT DUE'.
           05  SDL-BALANCE        PIC ZZ,ZZZ,ZZ9.99-.
       01  STM-AGE-HEADING.
           05                 PIC X(14) VALUE SPACES.
           05                 PIC X(15) VALUE '        CURRENT'.
           05                 PIC X(15) VALUE '        30 DAYS'.
           05                 PIC X(15) VALUE '        60 DAYS'.
           05                 PIC X(15) VALUE '       90+ DAYS'.
       01  STM-AGE-LINE.
           05                     PIC X(14) VALUE 'AGING'.
           05  SAL-BUCKET         OCCURS 4 TIMES.
               10  SAL-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99-.
       01  STM-SEPARATOR-LINE     PIC X(90) VALUE ALL '-'.

      *****AGING REPORT LINE LAYOUTS***********************************
       01  AGE-HEADING-1.
           05                 PIC X(38)
                   VALUE 'STUDENT RECEIVABLES AGING AS OF      '.
           05  AGH-AS-OF      PIC X(8).
       01  AGE-HEADING-2.
           05                 PIC X(8)  VALUE 'STUDENT'.
           05                 PIC X(22) VALUE 'NAME'.
           05                 PIC X(14) VALUE '       CURRENT'.
           05                 PIC X(14) VALUE '       30 DAYS'.
           05                 PIC X(14) VALUE '       60 DAYS'.
           05                 PIC X(14) VALUE '      90+ DAYS'.
           05                 PIC X(14) VALUE '         TOTAL'.
       01  AGE-DETAIL-LINE.
           05  AGD-STUDENT-ID     PIC X(6).
           05                     PIC X(2)  VALUE SPACES.
           05  AGD-NAME           PIC X(20).
           05  AGD-BUCKET         OCCURS 5 TIMES.
               10  AGD-AMOUNT     PIC ZZ,ZZZ,ZZ9.99-.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-CONTROL-AND-STUDENTS.
           PERFORM 200-OPEN-FILES.
           PERFORM 300-STATE-ONE-STUDENT UNTIL LEDG-EOF.
           PERFORM 450-WRITE-GRAND-TOTAL.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies STUSTMT *'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* February, 2017                         *'.
           DISPLAY '******************************************'.

      *****************************************************************
       150-LOAD-CONTROL-AND-STUDENTS.
           OPEN INPUT BILL-CTL-FILE.
           IF WS-BILLCTL-STATUS NOT = '00'
               MOVE 'Y' TO WS-CTL-EOF
           END-IF.
           PERFORM 155-READ-BILL-CTL-REC UNTIL CTL-EOF.
           IF WS-BILLCTL-STATUS = '00' OR WS-BILLCTL-STATUS = '10'
               CLOSE BILL-CTL-FILE
           END-IF.
           IF WS-AS-OF-DATE NOT NUMERIC
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AS-OF-DATE
           END-IF.
           MOVE WS-AS-OF-DATE TO WS-AS-OF-DATE-NUM.
           DISPLAY 'Statements As Of          : ' WS-AS-OF-DATE.
           OPEN INPUT STUDENT-MASTER.
           PERFORM 160-READ-STUDENT-REC UNTIL STU-EOF.
           CLOSE STUDENT-MASTER.

       155-READ-BILL-CTL-REC.
           READ BILL-CTL-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF
           END-READ.
           IF NOT CTL-EOF AND BC-TYPE = 'ASOF'
               MOVE BC-VALUE-FULL TO WS-AS-OF-DATE
           END-IF.

       160-READ-STUDENT-REC.
           READ STUDENT-MASTER
               AT END MOVE 'Y' TO WS-STU-EOF
           END-READ.
           IF NOT STU-EOF AND WS-STU-COUNT < 1000
               ADD 1 TO WS-STU-COUNT
               MOVE SM-STUDENT-ID TO WS-STU-ID(WS-STU-COUNT)
               MOVE SPACES TO WS-STU-NAME(WS-STU-COUNT)
               STRING SM-FIRST-NAME DELIMITED BY SPACE
                      ' ' SM-MIDDLE-INIT ' ' DELIMITED BY SIZE
                      SM-LAST-NAME DELIMITED BY SPACE
                   INTO WS-STU-NAME(WS-STU-COUNT)
               MOVE SM-PROGRAM-CODE TO WS-STU-PROGRAM(WS-STU-COUNT)
           END-IF.

      *****************************************************************
      * NO LEDGER - NOTHING HAS BEEN BILLED; THE AGING STILL PRINTS
      *****************************************************************
       200-OPEN-FILES.
           INITIALIZE WS-GRAND-TOTALS.
           OPEN OUTPUT STATEMENT-FILE.
           OPEN OUTPUT AGING-REPORT-FILE.
           MOVE WS-AS-OF-DATE TO AGH-AS-OF.
           MOVE AGE-HEADING-1 TO AGE-OUT-REC.
           WRITE AGE-OUT-REC.
           MOVE AGE-HEADING-2 TO AGE-OUT-REC.
           WRITE AGE-OUT-REC.
           OPEN INPUT STUDENT-LEDGER.
           IF WS-STULEDG-STATUS NOT = '00'
               MOVE 'Y' TO WS-LEDG-EOF
           ELSE
               MOVE LOW-VALUES TO SL-KEY
               START STUDENT-LEDGER KEY NOT < SL-KEY
                   INVALID KEY MOVE 'Y' TO WS-LEDG-EOF
               END-START
               IF NOT LEDG-EOF
                   PERFORM 310-READ-NEXT-ENTRY
               END-IF
           END-IF.

      *****************************************************************
      * ONE STUDENT'S ENTRIES ARE TOGETHER ON THE LEDGER IN THE ORDER
      * THEY WERE MADE
      *****************************************************************
       300-STATE-ONE-STUDENT.
           MOVE SL-STUDENT-ID TO WS-CUR-STUDENT.
           MOVE 0 TO WS-BALANCE.
           MOVE 0 TO WS-UNAPPLIED-CREDIT.
           MOVE 0 TO WS-CHG-COUNT.
           INITIALIZE WS-STU-TOTALS.
           PERFORM 320-WRITE-STATEMENT-HEADING.
           PERFORM 330-STATE-ONE-ENTRY
               UNTIL LEDG-EOF OR SL-STUDENT-ID NOT = WS-CUR-STUDENT.
           PERFORM 350-AGE-STUDENT.
           PERFORM 370-WRITE-STATEMENT-FOOT.
           IF WS-BALANCE NOT = 0
               PERFORM 400-WRITE-AGING-LINE
           END-IF.

       310-READ-NEXT-ENTRY.
           READ STUDENT-LEDGER NEXT RECORD
               AT END MOVE 'Y' TO WS-LEDG-EOF
           END-READ.

       320-WRITE-STATEMENT-HEADING.
           ADD 1 TO WS-STATEMENTS.
           MOVE SPACES TO WS-CUR-NAME.
           MOVE SPACES TO STH-PROGRAM.
           MOVE 0 TO WS-STU-HIT.
           PERFORM 325-MATCH-STUDENT
               VARYING WS-STU-SUB FROM 1 BY 1
               UNTIL WS-STU-SUB > WS-STU-COUNT OR WS-STU-HIT > 0.
           MOVE WS-AS-OF-DATE TO STH-AS-OF.
           MOVE STM-HEADING-1 TO STMT-OUT-REC.
           WRITE STMT-OUT-REC.
           MOVE WS-CUR-STUDENT TO STH-STUDENT-ID.
           MOVE WS-CUR-NAME TO STH-NAME.
           MOVE STM-HEADING-2 TO STMT-OUT-REC.
           WRITE STMT-OUT-REC.
           MOVE SPACES TO STMT-OUT-REC.
           WRITE STMT-OUT-REC.
           MOVE STM-HEADING-3 TO STMT-OUT-REC.
           WRITE STMT-OUT-REC.

       325-MATCH-STUDENT.
           IF WS-STU-ID(WS-STU-SUB) = WS-CUR-STUDENT
               MOVE WS-STU-SUB TO WS-STU-HIT
               MOVE WS-STU-NAME(WS-STU-SUB) TO WS-CUR-NAME
               MOVE WS-STU-PROGRAM(WS-STU-SUB) TO STH-PROGRAM
           END-IF.

      *****************************************************************
      * A CHARGE IS KEPT FOR AGING; A CREDIT OR PAYMENT IS POOLED AND
      * APPLIED TO THE OLDEST CHARGES ONCE THE STUDENT IS READ
      *****************************************************************
       330-STATE-ONE-ENTRY.
           ADD 1 TO WS-ENTRIES-READ.
           ADD SL-AMOUNT TO WS-BALANCE.
           IF SL-AMOUNT > 0
               IF WS-CHG-COUNT < 300
                   ADD 1 TO WS-CHG-COUNT
                   MOVE SL-DATE TO WS-CHG-DATE(WS-CHG-COUNT)
                   MOVE SL-AMOUNT TO WS-CHG-OPEN(WS-CHG-COUNT)
               ELSE
                   ADD SL-AMOUNT TO WS-CHG-OPEN(WS-CHG-COUNT)
               END-IF
           ELSE
               SUBTRACT SL-AMOUNT FROM WS-UNAPPLIED-CREDIT
           END-IF.
           MOVE SL-DATE TO STD-DATE.
           MOVE SL-TERM TO STD-TERM.
           MOVE SL-TYPE TO STD-TYPE.
           MOVE SL-CODE TO STD-CODE.
           MOVE SL-DESC TO STD-DESC.
           MOVE SL-AMOUNT TO STD-AMOUNT.
           MOVE WS-BALANCE TO STD-BALANCE.
           MOVE STM-DETAIL-LINE TO STMT-OUT-REC.
           WRITE STMT-OUT-REC.
           PERFORM 310-READ-NEXT-ENTRY.

      *****************************************************************
      * CREDITS PAY OFF THE OLDEST CHARGES FIRST; WHAT IS LEFT OF EACH
      * IS AGED FROM THE DAY IT WAS BILLED.  CREDITS BEYOND EVERY
      * CHARGE ARE A CREDIT BALANCE, SHOWN AS CURRENT
      *****************************************************************
       350-AGE-STUDENT.
           PERFORM 355-AGE-ONE-CHARGE
               VARYING WS-CHG-SUB FROM 1 BY 1
               UNTIL WS-CHG-SUB > WS-CHG-COUNT.
           IF WS-UNAPPLIED-CREDIT > 0
               SUBTRACT WS-UNAPPLIED-CREDIT FROM WS-STU-BUCKET(1)
           END-IF.

       355-AGE-ONE-CHARGE.
           IF WS-UNAPPLIED-CREDIT NOT < WS-CHG-OPEN(WS-CHG-SUB)
               SUBTRACT WS-CHG-OPEN(WS-CHG-SUB)
                   FROM WS-UNAPPLIED-CREDIT
               MOVE 0 TO WS-CHG-OPEN(WS-CHG-SUB)
           ELSE
               SUBTRACT WS-UNAPPLIED-CREDIT
                   FROM WS-CHG-OPEN(WS-CHG-SUB)
               MOVE 0 TO WS-UNAPPLIED-CREDIT
           END-IF.
           IF WS-CHG-OPEN(WS-CHG-SUB) > 0
               MOVE WS-CHG-DATE(WS-CHG-SUB) TO WS-CHARGE-DATE-NUM
               COMPUTE WS-DAYS-OUTSTANDING =
                   FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE-NUM)
                 - FUNCTION INTEGER-OF-DATE(WS-CHARGE-DATE-NUM)
               EVALUATE TRUE
                   WHEN WS-DAYS-OUTSTANDING < 30
                       MOVE 1 TO WS-BUCKET
                   WHEN WS-DAYS-OUTSTANDING < 60
                       MOVE 2 TO WS-BUCKET
                   WHEN WS-DAYS-OUTSTANDING < 90
                       MOVE 3 TO WS-BUCKET
                   WHEN OTHER
                       MOVE 4 TO WS-BUCKET
               END-EVALUATE
               ADD WS-CHG-OPEN(WS-CHG-SUB) TO WS-STU-BUCKET(WS-BUCKET)
           END-IF.

      *THE AMOUNT DUE AND THE AGING CLOSE THE STATEMENT****************
       370-WRITE-STATEMENT-FOOT.
           MOVE SPACES TO STMT-OUT-REC.
           WRITE STMT-OUT-REC.
           MOVE WS-BALANCE TO SDL-BALANCE.
           MOVE STM-DUE-LINE TO STMT-OUT-REC.
           WRITE STMT-OUT-REC.
           MOVE STM-AGE-HEADING TO STMT-OUT-REC.
           WRITE STMT-OUT-REC.
           PERFORM 375-MOVE-STATEMENT-BUCKET
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 4.
           MOVE STM-AGE-LINE TO STMT-OUT-REC.
           WRITE STMT-OUT-REC.
           MOVE STM-SEPARATOR-LINE TO STMT-OUT-REC.
           WRITE STMT-OUT-REC.

       375-MOVE-STATEMENT-BUCKET.
           MOVE WS-STU-BUCKET(WS-BUCKET-SUB)
               TO SAL-AMOUNT(WS-BUCKET-SUB).

      *****************************************************************
      * ONE AGING LINE PER STUDENT WITH A BALANCE EITHER WAY
      *****************************************************************
       400-WRITE-AGING-LINE.
           ADD 1 TO WS-STUDENTS-AGED.
           MOVE SPACES TO AGE-DETAIL-LINE.
           MOVE WS-CUR-STUDENT TO AGD-STUDENT-ID.
           MOVE WS-CUR-NAME TO AGD-NAME.
           PERFORM 410-MOVE-AGING-BUCKET
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 4.
           MOVE WS-BALANCE TO AGD-AMOUNT(5).
           ADD WS-BALANCE TO WS-GRAND-BALANCE.
           MOVE AGE-DETAIL-LINE TO AGE-OUT-REC.
           WRITE AGE-OUT-REC.

       410-MOVE-AGING-BUCKET.
           MOVE WS-STU-BUCKET(WS-BUCKET-SUB)
               TO AGD-AMOUNT(WS-BUCKET-SUB).
           ADD WS-STU-BUCKET(WS-BUCKET-SUB)
               TO WS-GRAND-BUCKET(WS-BUCKET-SUB).

       450-WRITE-GRAND-TOTAL.
           MOVE SPACES TO AGE-OUT-REC.
           WRITE AGE-OUT-REC.
           MOVE SPACES TO AGE-DETAIL-LINE.
           MOVE 'TOTAL' TO AGD-STUDENT-ID.
           MOVE 'ALL STUDENTS' TO AGD-NAME.
           PERFORM 455-MOVE-GRAND-BUCKET
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 4.
           MOVE WS-GRAND-BALANCE TO AGD-AMOUNT(5).
           MOVE AGE-DETAIL-LINE TO AGE-OUT-REC.
           WRITE AGE-OUT-REC.

       455-MOVE-GRAND-BUCKET.
           MOVE WS-GRAND-BUCKET(WS-BUCKET-SUB)
               TO AGD-AMOUNT(WS-BUCKET-SUB).

      *DISPLAY THE STATEMENT AND AGING TOTALS**************************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-ENTRIES-READ TO WS-ENTRIES-READZ.
           DISPLAY 'Ledger Entries Read       : ' WS-ENTRIES-READZ.
           MOVE WS-STATEMENTS TO WS-STATEMENTSZ.
           DISPLAY 'Statements Printed        : ' WS-STATEMENTSZ.
           MOVE WS-STUDENTS-AGED TO WS-STUDENTS-AGEDZ.
           DISPLAY 'Students With A Balance   : ' WS-STUDENTS-AGEDZ.
           MOVE WS-GRAND-BALANCE TO WS-AMOUNTZ.
           DISPLAY 'Total Student Receivable  : ' WS-AMOUNTZ.
           MOVE WS-GRAND-BUCKET(4) TO WS-AMOUNTZ.
           DISPLAY 'Owed 90+ Days             : ' WS-AMOUNTZ.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           CLOSE STATEMENT-FILE
                 AGING-REPORT-FILE.
           IF WS-STULEDG-STATUS = '00' OR WS-STULEDG-STATUS = '10'
               CLOSE STUDENT-LEDGER
           END-IF.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
