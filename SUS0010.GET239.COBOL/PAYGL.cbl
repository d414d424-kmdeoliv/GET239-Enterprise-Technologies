      *the balanced POSTIN debit/credit set: a debit to the gross
      *pay expense account and credits to the withholding liability,
      *benefit liability and net pay clearing accounts, using the
      *account codes on the GLACCTS control member.  The run's
      *garnishment detail (GARNDTL) is totalled into a fourth credit
      *to the garnishments-payable liability the remittances clear.
      *Gross equals withholding plus benefit plus garnishments plus
      *net by construction, so the batch proves in balance at GLPOST
      *and finance stops re-keying the register.
      *
      *Labor cost distribution: the gross pay debit is no longer one
      *lump.  Each employee's gross is charged to the home cost
      *center on EMPMAST, or split across cost centers by the
      *percentages on the LABDIST labor-distribution member (any
      *percentage not split stays with the home cost center).  The
      *employer benefit cost - gross times the PAYCTL EBEN rate - is
      *charged the same way.  One gross debit and one employer
      *benefit debit is written per cost center to the expense
      *accounts the COSTCTR member names for it; an employee with no
      *cost center, or one not on COSTCTR, is charged to the GRSX/
      *EBNX defaults.  The employer benefit total is credited to the
      *EBNL liability, so the set still proves in balance.
      *
      *Premium pay: the holiday premium and shift differential LAB4A
      *paid this period (PREMDTL) are part of the gross but are not
      *labor distributed - each is debited in total to its own
      *premium expense account (HOLX, SHFX), and only the rest of
      *the employee's gross is charged to the cost centers and
      *carries the employer benefit cost.
      *
      *GLACCTS ENTRIES:
      *  GRSX NNNN  GROSS PAY EXPENSE (DEBIT)
      *  WHHL NNNN  WITHHOLDING LIABILITY (CREDIT)
      *  BENL NNNN  BENEFIT LIABILITY (CREDIT)
      *  NETC NNNN  NET PAY CLEARING (CREDIT)
      *  GRNL NNNN  GARNISHMENTS PAYABLE (CREDIT)
      *  EBNX NNNN  EMPLOYER BENEFIT EXPENSE, UNASSIGNED (DEBIT)
      *  EBNL NNNN  EMPLOYER BENEFIT LIABILITY (CREDIT)
      *  HOLX NNNN  HOLIDAY PREMIUM EXPENSE (DEBIT)
      *  SHFX NNNN  SHIFT DIFFERENTIAL EXPENSE (DEBIT)
      *
      *COSTCTR ENTRIES:
      *  CCCC DDDD GGGG BBBB DESCRIPTION
      *       COST CENTER, DEPARTMENT, GROSS PAY EXPENSE ACCOUNT,
      *       EMPLOYER BENEFIT EXPENSE ACCOUNT
      *
      *LABDIST ENTRIES:
      *  NNNNNN CCCC PPPPP  EMPLOYEE, COST CENTER, PERCENT (999V99)
      *
      *PAYCTL ENTRY:
      *  EBEN NNNNNN  EMPLOYER BENEFIT RATE, HUNDREDTHS OF A PERCENT
      *****************************************************************

       ID DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POSTING-FILE-OUT ASSIGN TO POSTOUT
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GARNISH-DETAIL-FILE ASSIGN TO GARNDTL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-GARNDTL-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO EMPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EM-EMPLOYEE-ID
           FILE STATUS IS WS-EMPMAST-STATUS.
           SELECT COST-CENTER-FILE ASSIGN TO COSTCTR
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LABOR-DIST-FILE ASSIGN TO LABDIST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LABDIST-STATUS.
           SELECT PAY-CTL-FILE ASSIGN TO PAYCTL
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PREMIUM-DETAIL-FILE ASSIGN TO PREMDTL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PREMDTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  PDT-BENEFIT                  PIC 9(7)V99.
           05  PDT-NET-PAY                  PIC 9(7)V99.

      *****GARNISHMENT DETAIL WRITTEN BY LAB4A*************************
       FD  GARNISH-DETAIL-FILE.
       01  GARNISH-DETAIL-REC.
           05  GD-EMPLOYEE-ID               PIC X(6).
           05  GD-PAY-PERIOD                PIC X(6).
           05  GD-PAY-DATE                  PIC X(8).
           05  GD-ORDER-ID                  PIC X(4).
           05  GD-ORDER-TYPE                PIC X(2).
           05  GD-AGENCY-CODE               PIC X(6).
           05  GD-CASE-ID                   PIC X(20).
           05  GD-AMOUNT                    PIC 9(7)V99.

      *****HOLIDAY AND SHIFT PREMIUM DETAIL WRITTEN BY LAB4A************
       FD  PREMIUM-DETAIL-FILE.
       01  PREMIUM-DETAIL-REC.
           05  PM-EMPLOYEE-ID               PIC X(6).
           05  PM-PAY-PERIOD                PIC X(6).
           05  PM-PAY-DATE                  PIC X(8).
           05  PM-EARN-TYPE                 PIC X(3).
           05  PM-HOURS                     PIC 9(3)V99.
           05  PM-AMOUNT                    PIC 9(7)V99.

      *****EMPLOYEE MASTER - ONLY THE HOME COST CENTER IS NEEDED******
       FD  EMPLOYEE-MASTER.
       01  EMPLOYEE-MASTER-REC.
           05  EM-EMPLOYEE-ID               PIC X(6).
           05  FILLER                       PIC X(116).
           05  EM-COST-CENTER               PIC X(4).
           05  FILLER                       PIC X(17).

      *****COST CENTERS, THEIR DEPARTMENT AND EXPENSE ACCOUNTS*********
       FD  COST-CENTER-FILE.
       01  COST-CENTER-REC.
           05  CC-COST-CENTER               PIC X(4).
           05  FILLER                       PIC X.
           05  CC-DEPARTMENT                PIC X(4).
           05  FILLER                       PIC X.
           05  CC-GROSS-ACCOUNT             PIC X(4).
           05  FILLER                       PIC X.
           05  CC-BENEFIT-ACCOUNT           PIC X(4).
           05  FILLER                       PIC X.
           05  CC-DESCRIPTION               PIC X(20).

      *****LABOR DISTRIBUTION - AN EMPLOYEE'S PERCENTAGE SPLITS********
       FD  LABOR-DIST-FILE.
       01  LABOR-DIST-REC.
           05  LD-EMPLOYEE-ID               PIC X(6).
           05  FILLER                       PIC X.
           05  LD-COST-CENTER               PIC X(4).
           05  FILLER                       PIC X.
           05  LD-PERCENT                   PIC 9(3)V99.

      *****PAYROLL CONTROL - THE EBEN EMPLOYER BENEFIT RATE************
       FD  PAY-CTL-FILE.
       01  PAY-CTL-REC.
           05  PCT-TYPE                     PIC X(4).
           05  PCT-VALUE-FULL               PIC X(8).
           05  FILLER REDEFINES PCT-VALUE-FULL.
               10  PCT-VALUE                PIC X(6).
               10  FILLER                   PIC X(2).

      *****CONTROL FILE - THE POSTING ACCOUNT CODES********************
       FD  GL-ACCTS-FILE.
       01  GL-ACCTS-REC.
           05  GA-TYPE                      PIC X(4).
              88 DTL-EOF                            VALUE 'Y'.
           05 WS-CTL-EOF               PIC X        VALUE 'N'.
              88 CTL-EOF                            VALUE 'Y'.
           05 WS-GRN-EOF-SWITCH        PIC X        VALUE 'N'.
              88 GRN-EOF                            VALUE 'Y'.
           05 WS-CCT-EOF-SWITCH        PIC X        VALUE 'N'.
              88 CCT-EOF                            VALUE 'Y'.
           05 WS-LDS-EOF-SWITCH        PIC X        VALUE 'N'.
              88 LDS-EOF                            VALUE 'Y'.
           05 WS-PCT-EOF-SWITCH        PIC X        VALUE 'N'.
              88 PCT-EOF                            VALUE 'Y'.
           05 WS-CCT-FOUND-SWITCH      PIC X        VALUE 'N'.
              88 CCT-FOUND                          VALUE 'Y'.
           05 WS-PRM-EOF-SWITCH        PIC X        VALUE 'N'.
              88 PRM-EOF                            VALUE 'Y'.
       01 WS-GARNDTL-STATUS            PIC XX.
       01 WS-EMPMAST-STATUS            PIC XX.
       01 WS-LABDIST-STATUS            PIC XX.
       01 WS-PREMDTL-STATUS            PIC XX.

      *****POSTING ACCOUNT CODES - DEFAULTS OVERRIDDEN BY GLACCTS******
       01 WS-GROSS-ACCOUNT         PIC X(4)     VALUE '5100'.
       01 WS-WHHLD-ACCOUNT         PIC X(4)     VALUE '2100'.
       01 WS-BENEF-ACCOUNT         PIC X(4)     VALUE '2200'.
       01 WS-NET-ACCOUNT           PIC X(4)     VALUE '2300'.
       01 WS-GARN-ACCOUNT          PIC X(4)     VALUE '2350'.
       01 WS-EBEN-EXP-ACCOUNT      PIC X(4)     VALUE '5200'.
       01 WS-EBEN-LIAB-ACCOUNT     PIC X(4)     VALUE '2250'.
       01 WS-HOL-EXP-ACCOUNT       PIC X(4)     VALUE '5110'.
       01 WS-SHF-EXP-ACCOUNT       PIC X(4)     VALUE '5120'.

      *****EMPLOYER BENEFIT RATE - DEFAULT OVERRIDDEN BY PAYCTL EBEN***
       01 WS-EBEN-HUNDREDTHS       PIC 9(6)     VALUE 750.

      *****************************************************************
      * COST CENTER TABLE, LOADED FROM COSTCTR, WITH THE RUN'S GROSS
      * AND EMPLOYER BENEFIT CHARGED TO EACH.  ENTRY ZERO IS NOT
      * USED - A CHARGE THAT FINDS NO COST CENTER GOES TO THE
      * UNASSIGNED ACCUMULATORS AND THE GRSX/EBNX DEFAULTS
      *****************************************************************
       01 WS-CCT-TAB-MAX           PIC 9(3)     VALUE 0.
       01 WS-CCT-TABLE.
           05 WS-CCT-ENTRY OCCURS 200 TIMES
                             INDEXED BY CCT-IDX.
              10 WS-CCT-COST-CENTER    PIC X(4).
              10 WS-CCT-GROSS-ACCOUNT  PIC X(4).
              10 WS-CCT-BENEF-ACCOUNT  PIC X(4).
              10 WS-CCT-GROSS          PIC 9(7)V99.
              10 WS-CCT-EBEN           PIC 9(7)V99.
       01 WS-UNASSIGNED-GROSS      PIC 9(7)V99  VALUE 0.
       01 WS-UNASSIGNED-EBEN       PIC 9(7)V99  VALUE 0.
       01 WS-UNASSIGNED-CHARGES    PIC 9(5)     VALUE 0.
       01 WS-UNASSIGNED-CHARGESZ   PIC ZZ,ZZ9.

      *****LABOR DISTRIBUTION SPLITS, LOADED FROM LABDIST**************
       01 WS-LDS-TAB-MAX           PIC 9(4)     VALUE 0.
       01 WS-LDS-TABLE.
           05 WS-LDS-ENTRY OCCURS 1000 TIMES
                             INDEXED BY LDS-IDX.
              10 WS-LDS-EMPLOYEE-ID    PIC X(6).
              10 WS-LDS-COST-CENTER    PIC X(4).
              10 WS-LDS-PERCENT        PIC 9(3)V99.

      *****THE RUN'S PREMIUM DETAIL, LOADED FROM PREMDTL***************
       01 WS-PRM-TAB-MAX           PIC 9(4)     VALUE 0.
       01 WS-PRM-TABLE.
           05 WS-PRM-ENTRY OCCURS 1000 TIMES
                             INDEXED BY PRM-IDX.
              10 WS-PRM-EMPLOYEE-ID    PIC X(6).
              10 WS-PRM-PAY-PERIOD     PIC X(6).
              10 WS-PRM-EARN-TYPE      PIC X(3).
              10 WS-PRM-AMOUNT         PIC 9(7)V99.
              10 WS-PRM-USED-FLAG      PIC X(1).

      *****ONE DETAIL'S DISTRIBUTION WORK FIELDS***********************
       01 WS-DIST-GROSS            PIC 9(7)V99.
       01 WS-EMP-PREMIUM           PIC 9(7)V99.
       01 WS-HOME-COST-CENTER      PIC X(4).
       01 WS-CHARGE-COST-CENTER    PIC X(4).
       01 WS-LAST-SPLIT-CENTER     PIC X(4).
       01 WS-CHARGE-AMOUNT         PIC 9(7)V99.
       01 WS-CHARGE-EBEN           PIC 9(7)V99.
       01 WS-DISTRIBUTED           PIC 9(7)V99.
       01 WS-SPLIT-PCT-TOTAL       PIC 9(5)V99.

      *****BATCH TOTALS************************************************
       01 WS-DETAIL-READ           PIC 9(5)     VALUE 0.
       01 WS-TOTAL-WHHLD           PIC 9(7)V99  VALUE 0.
       01 WS-TOTAL-BENEF           PIC 9(7)V99  VALUE 0.
       01 WS-TOTAL-NET             PIC 9(7)V99  VALUE 0.
       01 WS-TOTAL-GARN            PIC 9(7)V99  VALUE 0.
       01 WS-TOTAL-EBEN            PIC 9(7)V99  VALUE 0.
       01 WS-TOTAL-HOL             PIC 9(7)V99  VALUE 0.
       01 WS-TOTAL-SHF             PIC 9(7)V99  VALUE 0.
       01 WS-CENTERS-POSTED        PIC 9(3)     VALUE 0.
       01 WS-CENTERS-POSTEDZ       PIC ZZ9.
       01 WS-MONEY-ED              PIC Z,ZZZ,ZZ9.99.

      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-ACCOUNT-CODES.
           PERFORM 160-LOAD-DISTRIBUTION.
           PERFORM 200-OPEN-FILES.
           PERFORM 300-TOTAL-PAY-DETAIL UNTIL DTL-EOF.
           PERFORM 350-TOTAL-GARNISH-DETAIL UNTIL GRN-EOF.
           PERFORM 400-WRITE-POSTING-SET.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
                       MOVE GA-ACCOUNT-CODE TO WS-BENEF-ACCOUNT
                   WHEN 'NETC'
                       MOVE GA-ACCOUNT-CODE TO WS-NET-ACCOUNT
                   WHEN 'GRNL'
                       MOVE GA-ACCOUNT-CODE TO WS-GARN-ACCOUNT
                   WHEN 'EBNX'
                       MOVE GA-ACCOUNT-CODE TO WS-EBEN-EXP-ACCOUNT
                   WHEN 'EBNL'
                       MOVE GA-ACCOUNT-CODE TO WS-EBEN-LIAB-ACCOUNT
                   WHEN 'HOLX'
                       MOVE GA-ACCOUNT-CODE TO WS-HOL-EXP-ACCOUNT
                   WHEN 'SHFX'
                       MOVE GA-ACCOUNT-CODE TO WS-SHF-EXP-ACCOUNT
               END-EVALUATE
           END-IF.

      *****************************************************************
      * THE COST CENTERS, THE EMPLOYEE SPLITS AND THE EMPLOYER
      * BENEFIT RATE.  NO LABDIST - NOBODY IS SPLIT, EVERY EMPLOYEE
      * IS CHARGED WHOLLY TO THE HOME COST CENTER.  NO PREMDTL - NO
      * PREMIUM WAS PAID AND THE WHOLE GROSS IS DISTRIBUTED
      *****************************************************************
       160-LOAD-DISTRIBUTION.
           OPEN INPUT COST-CENTER-FILE.
           PERFORM 165-READ-COST-CENTER UNTIL CCT-EOF.
           CLOSE COST-CENTER-FILE.
           OPEN INPUT LABOR-DIST-FILE.
           IF WS-LABDIST-STATUS = '00'
               PERFORM 170-READ-LABOR-SPLIT UNTIL LDS-EOF
               CLOSE LABOR-DIST-FILE
           END-IF.
           OPEN INPUT PAY-CTL-FILE.
           PERFORM 175-READ-PAY-CTL-REC UNTIL PCT-EOF.
           CLOSE PAY-CTL-FILE.
           OPEN INPUT PREMIUM-DETAIL-FILE.
           IF WS-PREMDTL-STATUS NOT = '00'
               MOVE 'Y' TO WS-PRM-EOF-SWITCH
           END-IF.
           PERFORM 180-READ-PREMIUM-REC UNTIL PRM-EOF.
           IF WS-PREMDTL-STATUS = '00' OR WS-PREMDTL-STATUS = '10'
               CLOSE PREMIUM-DETAIL-FILE
           END-IF.

       165-READ-COST-CENTER.
           READ COST-CENTER-FILE
               AT END MOVE 'Y' TO WS-CCT-EOF-SWITCH
           END-READ.
           IF NOT CCT-EOF AND WS-CCT-TAB-MAX < 200
               ADD 1 TO WS-CCT-TAB-MAX
               MOVE CC-COST-CENTER
                   TO WS-CCT-COST-CENTER(WS-CCT-TAB-MAX)
               MOVE CC-GROSS-ACCOUNT
                   TO WS-CCT-GROSS-ACCOUNT(WS-CCT-TAB-MAX)
               MOVE CC-BENEFIT-ACCOUNT
                   TO WS-CCT-BENEF-ACCOUNT(WS-CCT-TAB-MAX)
               MOVE 0 TO WS-CCT-GROSS(WS-CCT-TAB-MAX)
               MOVE 0 TO WS-CCT-EBEN(WS-CCT-TAB-MAX)
           END-IF.

       170-READ-LABOR-SPLIT.
           READ LABOR-DIST-FILE
               AT END MOVE 'Y' TO WS-LDS-EOF-SWITCH
           END-READ.
           IF NOT LDS-EOF AND WS-LDS-TAB-MAX < 1000
              AND LD-PERCENT NUMERIC
               ADD 1 TO WS-LDS-TAB-MAX
               MOVE LD-EMPLOYEE-ID
                   TO WS-LDS-EMPLOYEE-ID(WS-LDS-TAB-MAX)
               MOVE LD-COST-CENTER
                   TO WS-LDS-COST-CENTER(WS-LDS-TAB-MAX)
               MOVE LD-PERCENT TO WS-LDS-PERCENT(WS-LDS-TAB-MAX)
           END-IF.

       175-READ-PAY-CTL-REC.
           READ PAY-CTL-FILE
               AT END MOVE 'Y' TO WS-PCT-EOF-SWITCH
           END-READ.
           IF NOT PCT-EOF
               IF PCT-TYPE = 'EBEN' AND PCT-VALUE NUMERIC
                   MOVE PCT-VALUE TO WS-EBEN-HUNDREDTHS
               END-IF
           END-IF.

       180-READ-PREMIUM-REC.
           READ PREMIUM-DETAIL-FILE
               AT END MOVE 'Y' TO WS-PRM-EOF-SWITCH
           END-READ.
           IF NOT PRM-EOF AND WS-PRM-TAB-MAX < 1000
               ADD 1 TO WS-PRM-TAB-MAX
               SET PRM-IDX TO WS-PRM-TAB-MAX
               MOVE PM-EMPLOYEE-ID TO WS-PRM-EMPLOYEE-ID(PRM-IDX)
               MOVE PM-PAY-PERIOD TO WS-PRM-PAY-PERIOD(PRM-IDX)
               MOVE PM-EARN-TYPE TO WS-PRM-EARN-TYPE(PRM-IDX)
               MOVE PM-AMOUNT TO WS-PRM-AMOUNT(PRM-IDX)
               MOVE 'N' TO WS-PRM-USED-FLAG(PRM-IDX)
           END-IF.

      *****************************************************************
       200-OPEN-FILES.
           OPEN INPUT PAY-DETAIL-FILE.
           OPEN INPUT EMPLOYEE-MASTER.
           OPEN OUTPUT POSTING-FILE-OUT.
      *NO GARNDTL - NO ORDERS WERE TAKEN THIS RUN**********************
           OPEN INPUT GARNISH-DETAIL-FILE.
           IF WS-GARNDTL-STATUS NOT = '00'
               MOVE 'Y' TO WS-GRN-EOF-SWITCH
           END-IF.

      *****************************************************************
       300-TOTAL-PAY-DETAIL.
               ADD PDT-WITHHOLDING TO WS-TOTAL-WHHLD
               ADD PDT-BENEFIT TO WS-TOTAL-BENEF
               ADD PDT-NET-PAY TO WS-TOTAL-NET
               PERFORM 310-DISTRIBUTE-GROSS
           END-IF.

      *****************************************************************
      * CHARGE EACH LABDIST SPLIT ITS PERCENTAGE OF THE GROSS; WHAT
      * IS LEFT GOES TO THE HOME COST CENTER - OR, WHEN THE SPLITS
      * COVER THE WHOLE 100 PERCENT, THE ROUNDING RESIDUE GOES TO
      * THE LAST SPLIT.  AN EMPLOYEE NO LONGER ON EMPMAST (A RETRO
      * FOR A LEAVER) HAS NO HOME COST CENTER.  THE EMPLOYEE'S
      * HOLIDAY AND SHIFT PREMIUM IS TAKEN OUT FIRST - IT IS DEBITED
      * TO HOLX/SHFX, NOT TO THE COST CENTERS
      *****************************************************************
       310-DISTRIBUTE-GROSS.
           MOVE PDT-EMPLOYEE-ID TO EM-EMPLOYEE-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE SPACES TO WS-HOME-COST-CENTER
               NOT INVALID KEY
                   MOVE EM-COST-CENTER TO WS-HOME-COST-CENTER
           END-READ.
           MOVE 0 TO WS-EMP-PREMIUM.
           SET PRM-IDX TO 1.
           PERFORM 312-TAKE-OUT-PREMIUM
               UNTIL PRM-IDX > WS-PRM-TAB-MAX.
           COMPUTE WS-DIST-GROSS = PDT-GROSS-PAY - WS-EMP-PREMIUM.
           MOVE 0 TO WS-DISTRIBUTED.
           MOVE 0 TO WS-SPLIT-PCT-TOTAL.
           MOVE SPACES TO WS-LAST-SPLIT-CENTER.
           PERFORM 315-CHARGE-ONE-SPLIT
               VARYING LDS-IDX FROM 1 BY 1
               UNTIL LDS-IDX > WS-LDS-TAB-MAX.
           IF WS-SPLIT-PCT-TOTAL < 100
              OR WS-LAST-SPLIT-CENTER = SPACES
               MOVE WS-HOME-COST-CENTER TO WS-CHARGE-COST-CENTER
           ELSE
               MOVE WS-LAST-SPLIT-CENTER TO WS-CHARGE-COST-CENTER
           END-IF.
           IF WS-DIST-GROSS > WS-DISTRIBUTED
               COMPUTE WS-CHARGE-AMOUNT =
                   WS-DIST-GROSS - WS-DISTRIBUTED
               PERFORM 320-CHARGE-COST-CENTER
           END-IF.

      *A PREMIUM COMES OUT ONCE - OF THE FIRST DETAIL FOR ITS PERIOD***
       312-TAKE-OUT-PREMIUM.
           IF WS-PRM-EMPLOYEE-ID(PRM-IDX) = PDT-EMPLOYEE-ID
              AND WS-PRM-PAY-PERIOD(PRM-IDX) = PDT-PAY-PERIOD
              AND WS-PRM-USED-FLAG(PRM-IDX) = 'N'
              AND WS-EMP-PREMIUM + WS-PRM-AMOUNT(PRM-IDX)
                  NOT > PDT-GROSS-PAY
               MOVE 'Y' TO WS-PRM-USED-FLAG(PRM-IDX)
               ADD WS-PRM-AMOUNT(PRM-IDX) TO WS-EMP-PREMIUM
               IF WS-PRM-EARN-TYPE(PRM-IDX) = 'HOL'
                   ADD WS-PRM-AMOUNT(PRM-IDX) TO WS-TOTAL-HOL
               ELSE
                   ADD WS-PRM-AMOUNT(PRM-IDX) TO WS-TOTAL-SHF
               END-IF
           END-IF.
           SET PRM-IDX UP BY 1.

       315-CHARGE-ONE-SPLIT.
           IF WS-LDS-EMPLOYEE-ID(LDS-IDX) = PDT-EMPLOYEE-ID
              AND WS-SPLIT-PCT-TOTAL < 100
               ADD WS-LDS-PERCENT(LDS-IDX) TO WS-SPLIT-PCT-TOTAL
               COMPUTE WS-CHARGE-AMOUNT ROUNDED =
                   WS-DIST-GROSS * WS-LDS-PERCENT(LDS-IDX) / 100
               IF WS-DISTRIBUTED + WS-CHARGE-AMOUNT > WS-DIST-GROSS
                   COMPUTE WS-CHARGE-AMOUNT =
                       WS-DIST-GROSS - WS-DISTRIBUTED
               END-IF
               ADD WS-CHARGE-AMOUNT TO WS-DISTRIBUTED
               MOVE WS-LDS-COST-CENTER(LDS-IDX)
                   TO WS-CHARGE-COST-CENTER
               MOVE WS-LDS-COST-CENTER(LDS-IDX)
                   TO WS-LAST-SPLIT-CENTER
               PERFORM 320-CHARGE-COST-CENTER
           END-IF.

      *****************************************************************
      * ADD ONE CHARGE, AND ITS EMPLOYER BENEFIT COST, TO THE COST
      * CENTER'S ACCUMULATORS - OR TO THE UNASSIGNED ONES
      *****************************************************************
       320-CHARGE-COST-CENTER.
           COMPUTE WS-CHARGE-EBEN ROUNDED =
               WS-CHARGE-AMOUNT * WS-EBEN-HUNDREDTHS / 10000.
           ADD WS-CHARGE-EBEN TO WS-TOTAL-EBEN.
           MOVE 'N' TO WS-CCT-FOUND-SWITCH.
           SET CCT-IDX TO 1.
           PERFORM 325-SEARCH-COST-CENTER
               UNTIL CCT-IDX > WS-CCT-TAB-MAX OR CCT-FOUND.
           IF CCT-FOUND
               ADD WS-CHARGE-AMOUNT TO WS-CCT-GROSS(CCT-IDX)
               ADD WS-CHARGE-EBEN TO WS-CCT-EBEN(CCT-IDX)
           ELSE
               ADD WS-CHARGE-AMOUNT TO WS-UNASSIGNED-GROSS
               ADD WS-CHARGE-EBEN TO WS-UNASSIGNED-EBEN
               ADD 1 TO WS-UNASSIGNED-CHARGES
               DISPLAY '*** NO COST CENTER FOR EMPLOYEE '
                       PDT-EMPLOYEE-ID ' - CHARGED TO '
                       WS-GROSS-ACCOUNT ' ***'
           END-IF.

       325-SEARCH-COST-CENTER.
           IF WS-CHARGE-COST-CENTER NOT = SPACES
              AND WS-CCT-COST-CENTER(CCT-IDX) = WS-CHARGE-COST-CENTER
               MOVE 'Y' TO WS-CCT-FOUND-SWITCH
           ELSE
               SET CCT-IDX UP BY 1
           END-IF.

       350-TOTAL-GARNISH-DETAIL.
           READ GARNISH-DETAIL-FILE
               AT END MOVE 'Y' TO WS-GRN-EOF-SWITCH
           END-READ.
           IF NOT GRN-EOF
               ADD GD-AMOUNT TO WS-TOTAL-GARN
           END-IF.

      *****************************************************************
      * GROSS AND EMPLOYER BENEFIT DEBITS BY COST CENTER, THEN THE
      * PREMIUM DEBITS, THEN THE CREDITS - THE COST CENTER GROSS
      * PLUS THE PREMIUMS = WITHHOLDING + BENEFIT + GARNISHMENTS + NET,
      * AND THE EMPLOYER BENEFIT DEBITS SUM TO THE EBNL CREDIT, BY
      * CONSTRUCTION, SO THE SET PROVES AT GLPOST.  A RUN WITH NO
      * GARNISHMENTS WRITES NO GRNL CREDIT
      *****************************************************************
       400-WRITE-POSTING-SET.
           MOVE SPACES TO PO-PERIOD.
           PERFORM 410-WRITE-COST-CENTER-DEBITS
               VARYING CCT-IDX FROM 1 BY 1
               UNTIL CCT-IDX > WS-CCT-TAB-MAX.
           IF WS-UNASSIGNED-GROSS > 0
               MOVE WS-GROSS-ACCOUNT TO PO-ACCOUNT-CODE
               MOVE 'D' TO PO-DEBIT-CREDIT
               MOVE WS-UNASSIGNED-GROSS TO PO-AMOUNT
               WRITE POSTING-REC
           END-IF.
           IF WS-UNASSIGNED-EBEN > 0
               MOVE WS-EBEN-EXP-ACCOUNT TO PO-ACCOUNT-CODE
               MOVE 'D' TO PO-DEBIT-CREDIT
               MOVE WS-UNASSIGNED-EBEN TO PO-AMOUNT
               WRITE POSTING-REC
           END-IF.
           IF WS-TOTAL-HOL > 0
               MOVE WS-HOL-EXP-ACCOUNT TO PO-ACCOUNT-CODE
               MOVE 'D' TO PO-DEBIT-CREDIT
               MOVE WS-TOTAL-HOL TO PO-AMOUNT
               WRITE POSTING-REC
           END-IF.
           IF WS-TOTAL-SHF > 0
               MOVE WS-SHF-EXP-ACCOUNT TO PO-ACCOUNT-CODE
               MOVE 'D' TO PO-DEBIT-CREDIT
               MOVE WS-TOTAL-SHF TO PO-AMOUNT
               WRITE POSTING-REC
           END-IF.
           MOVE WS-WHHLD-ACCOUNT TO PO-ACCOUNT-CODE.
           MOVE 'C' TO PO-DEBIT-CREDIT.
           MOVE WS-TOTAL-WHHLD TO PO-AMOUNT.
           MOVE 'C' TO PO-DEBIT-CREDIT.
           MOVE WS-TOTAL-NET TO PO-AMOUNT.
           WRITE POSTING-REC.
           IF WS-TOTAL-GARN > 0
               MOVE WS-GARN-ACCOUNT TO PO-ACCOUNT-CODE
               MOVE 'C' TO PO-DEBIT-CREDIT
               MOVE WS-TOTAL-GARN TO PO-AMOUNT
               WRITE POSTING-REC
           END-IF.
           IF WS-TOTAL-EBEN > 0
               MOVE WS-EBEN-LIAB-ACCOUNT TO PO-ACCOUNT-CODE
               MOVE 'C' TO PO-DEBIT-CREDIT
               MOVE WS-TOTAL-EBEN TO PO-AMOUNT
               WRITE POSTING-REC
           END-IF.

       410-WRITE-COST-CENTER-DEBITS.
           IF WS-CCT-GROSS(CCT-IDX) > 0
               ADD 1 TO WS-CENTERS-POSTED
               MOVE WS-CCT-GROSS-ACCOUNT(CCT-IDX) TO PO-ACCOUNT-CODE
               MOVE 'D' TO PO-DEBIT-CREDIT
               MOVE WS-CCT-GROSS(CCT-IDX) TO PO-AMOUNT
               WRITE POSTING-REC
           END-IF.
           IF WS-CCT-EBEN(CCT-IDX) > 0
               MOVE WS-CCT-BENEF-ACCOUNT(CCT-IDX) TO PO-ACCOUNT-CODE
               MOVE 'D' TO PO-DEBIT-CREDIT
               MOVE WS-CCT-EBEN(CCT-IDX) TO PO-AMOUNT
               WRITE POSTING-REC
           END-IF.

      *DISPLAY THE INTERFACE DISPOSITION TOTALS************************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'Pay Details Read          : ' WS-DETAIL-READZ.
           MOVE WS-TOTAL-GROSS TO WS-MONEY-ED.
           DISPLAY 'Gross Expense (Debit)     : ' WS-MONEY-ED.
           MOVE WS-TOTAL-HOL TO WS-MONEY-ED.
           DISPLAY '  Holiday Premium (Debit) : ' WS-MONEY-ED.
           MOVE WS-TOTAL-SHF TO WS-MONEY-ED.
           DISPLAY '  Shift Diff (Debit)      : ' WS-MONEY-ED.
           MOVE WS-TOTAL-WHHLD TO WS-MONEY-ED.
           DISPLAY 'Withholding Liab (Credit) : ' WS-MONEY-ED.
           MOVE WS-TOTAL-BENEF TO WS-MONEY-ED.
           DISPLAY 'Benefit Liab (Credit)     : ' WS-MONEY-ED.
           MOVE WS-TOTAL-NET TO WS-MONEY-ED.
           DISPLAY 'Net Pay Clearing (Credit) : ' WS-MONEY-ED.
           MOVE WS-TOTAL-GARN TO WS-MONEY-ED.
           DISPLAY 'Garnishments Pay (Credit) : ' WS-MONEY-ED.
           MOVE WS-TOTAL-EBEN TO WS-MONEY-ED.
           DISPLAY 'Employer Benefit (D/C)    : ' WS-MONEY-ED.
           MOVE WS-CENTERS-POSTED TO WS-CENTERS-POSTEDZ.
           DISPLAY 'Cost Centers Charged      : ' WS-CENTERS-POSTEDZ.
           MOVE WS-UNASSIGNED-CHARGES TO WS-UNASSIGNED-CHARGESZ.
           DISPLAY 'Unassigned Charges        : '
                   WS-UNASSIGNED-CHARGESZ.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           CLOSE PAY-DETAIL-FILE
                 EMPLOYEE-MASTER
                 POSTING-FILE-OUT.
           IF WS-GARNDTL-STATUS = '00' OR WS-GARNDTL-STATUS = '10'
               CLOSE GARNISH-DETAIL-FILE
           END-IF.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
