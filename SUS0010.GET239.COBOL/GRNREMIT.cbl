      *****************************************************************
      *PURPOSE: Garnishment remittance.  Money LAB4A takes from pay
      *under a deduction order belongs to the agency that served it
      *and must reach them with every payroll, identified by the
      *agency's own case id.  This program reads the run's GARNDTL
      *detail, groups it by receiving agency, and writes:
      *  GRNREMIT  THE REMITTANCE FILE - PER AGENCY A HEADER, ONE
      *            DETAIL PER EMPLOYEE ORDER (AMOUNT IN CENTS) AND A
      *            TRAILER WHOSE COUNT AND TOTAL PROVE THE BATCH
      *  GRNXMIT   THE TRANSMITTAL - PER AGENCY THE NAME AND ADDRESS
      *            FROM GRNAGY, EACH EMPLOYEE, CASE AND AMOUNT, AND
      *            THE AGENCY TOTAL THE CHECK IS CUT FOR
      *Agency totals here equal the GRNL garnishments-payable credit
      *PAYGL posts for the same run.
      *
      *GRNAGY ENTRIES:
      *  AAAAAA NAME(30) ADDRESS(40)   ONE CARD PER RECEIVING AGENCY
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      GRNREMIT.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    February 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENCY-CTL-FILE ASSIGN TO GRNAGY
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GARNISH-DETAIL-FILE ASSIGN TO GARNDTL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-GARNDTL-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO EMPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EM-EMPLOYEE-ID
           FILE STATUS IS WS-EMPMAST-STATUS.
           SELECT REMIT-FILE ASSIGN TO GRNREMIT
           ORGANIZATION IS SEQUENTIAL.
           SELECT TRANSMITTAL-FILE ASSIGN TO GRNXMIT
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****CONTROL FILE - RECEIVING AGENCIES***************************
       FD  AGENCY-CTL-FILE.
       01  AGENCY-CTL-REC.
           05  AG-AGENCY-CODE               PIC X(6).
           05  FILLER                       PIC X.
           05  AG-AGENCY-NAME               PIC X(30).
           05  FILLER                       PIC X.
           05  AG-AGENCY-ADDRESS            PIC X(40).

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

      *****EMPLOYEE MASTER - NAME FIELDS ONLY**************************
       FD  EMPLOYEE-MASTER.
       01  EMPLOYEE-MASTER-REC.
           05  EM-EMPLOYEE-ID               PIC X(6).
           05  EM-FIRST-NAME                PIC X(20).
           05  EM-LAST-NAME                 PIC X(30).
           05  FILLER                       PIC X(87).

      *****************************************************************
      * REMITTANCE FILE - HEADER/DETAIL/TRAILER PER AGENCY, THE SAME
      * SHAPE AS THE BANKFILE DIRECT-DEPOSIT INTERFACE
      *****************************************************************
       FD  REMIT-FILE.
       01  REMIT-REC                        PIC X(80).
       01  REMIT-HEADER-REC REDEFINES REMIT-REC.
           05  RH-RECORD-TYPE               PIC X(1).
           05  RH-AGENCY-CODE               PIC X(6).
           05  RH-AGENCY-NAME               PIC X(30).
           05  RH-PAY-DATE                  PIC X(8).
           05  RH-PAY-PERIOD                PIC X(6).
           05  FILLER                       PIC X(29).
       01  REMIT-DETAIL-REC REDEFINES REMIT-REC.
           05  RD-RECORD-TYPE               PIC X(1).
           05  RD-AGENCY-CODE               PIC X(6).
           05  RD-EMPLOYEE-ID               PIC X(6).
           05  RD-EMPLOYEE-NAME             PIC X(30).
           05  RD-CASE-ID                   PIC X(20).
           05  RD-AMOUNT-CENTS              PIC 9(9).
           05  RD-ORDER-ID                  PIC X(4).
           05  FILLER                       PIC X(4).
       01  REMIT-TRAILER-REC REDEFINES REMIT-REC.
           05  RT-RECORD-TYPE               PIC X(1).
           05  RT-AGENCY-CODE               PIC X(6).
           05  RT-DETAIL-COUNT              PIC 9(5).
           05  RT-TOTAL-CENTS               PIC 9(11).
           05  FILLER                       PIC X(57).

      ***TRANSMITTAL REPORT - ONE BLOCK PER AGENCY*********************
       FD  TRANSMITTAL-FILE.
       01  XMT-OUT-REC                      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-CTL-EOF               PIC X        VALUE 'N'.
              88 CTL-EOF                            VALUE 'Y'.
           05 WS-GRN-EOF-SWITCH        PIC X        VALUE 'N'.
              88 GRN-EOF                            VALUE 'Y'.
           05 WS-AGENCY-FOUND-SWITCH   PIC X        VALUE 'N'.
              88 AGENCY-FOUND                       VALUE 'Y'.
       01 WS-GARNDTL-STATUS            PIC XX.
       01 WS-EMPMAST-STATUS            PIC XX.
       01 WS-PAY-DATE                  PIC X(8)     VALUE SPACES.
       01 WS-PAY-PERIOD                PIC X(6)     VALUE SPACES.
       01 WS-AMOUNT-CENTS              PIC 9(9).

      *****RECEIVING AGENCIES FROM GRNAGY, WITH THE RUN'S TOTALS*******
       01 WS-AGY-TAB-MAX           PIC 9(2)     VALUE 0.
       01 WS-AGY-TABLE.
           05 WS-AGY-ENTRY OCCURS 50 TIMES
                            INDEXED BY AGY-IDX.
              10 WS-AGY-CODE           PIC X(6).
              10 WS-AGY-NAME           PIC X(30).
              10 WS-AGY-ADDRESS        PIC X(40).
              10 WS-AGY-COUNT          PIC 9(5).
              10 WS-AGY-TOTAL          PIC 9(9)V99.

      *****THE RUN'S GARNISHMENT DETAIL*********************************
       01 WS-GRN-TAB-MAX           PIC 9(3)     VALUE 0.
       01 WS-GRN-TABLE.
           05 WS-GRN-ENTRY OCCURS 500 TIMES
                            INDEXED BY GRN-IDX.
              10 WS-GRN-EMPLOYEE-ID    PIC X(6).
              10 WS-GRN-ORDER-ID       PIC X(4).
              10 WS-GRN-AGENCY-CODE    PIC X(6).
              10 WS-GRN-CASE-ID        PIC X(20).
              10 WS-GRN-AMOUNT         PIC 9(7)V99.

      *****REMITTANCE DISPOSITION COUNTERS*****************************
       01 WS-DETAIL-READ           PIC 9(5)     VALUE 0.
       01 WS-DETAIL-READZ          PIC ZZ,ZZ9.
       01 WS-AGENCIES-REMITTED     PIC 9(5)     VALUE 0.
       01 WS-AGENCIES-REMITTEDZ    PIC ZZ,ZZ9.
       01 WS-UNKNOWN-AGENCY        PIC 9(5)     VALUE 0.
       01 WS-UNKNOWN-AGENCYZ       PIC ZZ,ZZ9.
       01 WS-TOTAL-REMITTED        PIC 9(9)V99  VALUE 0.
       01 WS-MONEY-ED              PIC ZZZ,ZZZ,ZZ9.99.

      *****TRANSMITTAL LINE LAYOUTS************************************
       01  XMT-RULE-LINE.
           05                 PIC X(70) VALUE ALL '='.
       01  XMT-HEADING-1.
           05                 PIC X(34) VALUE
                   'GARNISHMENT REMITTANCE - PAY DATE '.
           05  XH1-PAY-DATE   PIC X(8).
           05                 PIC X(9)  VALUE '  PERIOD '.
           05  XH1-PAY-PERIOD PIC X(6).
       01  XMT-AGENCY-LINE.
           05                 PIC X(8)  VALUE 'AGENCY  '.
           05  XAL-CODE       PIC X(6).
           05                 PIC X(2)  VALUE SPACES.
           05  XAL-NAME       PIC X(30).
       01  XMT-ADDRESS-LINE.
           05                 PIC X(16) VALUE SPACES.
           05  XAD-ADDRESS    PIC X(40).
       01  XMT-HEADING-2.
           05                 PIC X(8)  VALUE 'EMP ID'.
           05                 PIC X(32) VALUE 'EMPLOYEE NAME'.
           05                 PIC X(22) VALUE 'AGENCY CASE ID'.
           05                 PIC X(12) VALUE '      AMOUNT'.
       01  XMT-DETAIL-LINE.
           05  XDL-EMPLOYEE-ID    PIC X(6).
           05                     PIC X(2)  VALUE SPACES.
           05  XDL-EMPLOYEE-NAME  PIC X(30).
           05                     PIC X(2)  VALUE SPACES.
           05  XDL-CASE-ID        PIC X(20).
           05                     PIC X(2)  VALUE SPACES.
           05  XDL-AMOUNT         PIC Z,ZZZ,ZZ9.99.
           05                     PIC X(6)  VALUE SPACES.
       01  XMT-TOTAL-LINE.
           05                 PIC X(14) VALUE 'AGENCY TOTAL  '.
           05  XTL-COUNT      PIC ZZ,ZZ9.
           05                 PIC X(8)  VALUE ' ORDERS '.
           05                 PIC X(34) VALUE SPACES.
           05  XTL-AMOUNT     PIC Z,ZZZ,ZZ9.99.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-AGENCY-TABLE.
           PERFORM 200-OPEN-FILES.
           PERFORM 250-LOAD-GARNISH-DETAIL UNTIL GRN-EOF.
           PERFORM 300-REMIT-ONE-AGENCY
               VARYING AGY-IDX FROM 1 BY 1
               UNTIL AGY-IDX > WS-AGY-TAB-MAX.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies GRNREMIT*'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* February, 2017                         *'.
           DISPLAY '******************************************'.

      *****************************************************************
       150-LOAD-AGENCY-TABLE.
           OPEN INPUT AGENCY-CTL-FILE.
           PERFORM 155-READ-AGENCY-CTL-REC UNTIL CTL-EOF.
           CLOSE AGENCY-CTL-FILE.

       155-READ-AGENCY-CTL-REC.
           READ AGENCY-CTL-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF
           END-READ.
           IF NOT CTL-EOF
               IF AG-AGENCY-CODE NOT = SPACES AND WS-AGY-TAB-MAX < 50
                   ADD 1 TO WS-AGY-TAB-MAX
                   SET AGY-IDX TO WS-AGY-TAB-MAX
                   MOVE AG-AGENCY-CODE TO WS-AGY-CODE(AGY-IDX)
                   MOVE AG-AGENCY-NAME TO WS-AGY-NAME(AGY-IDX)
                   MOVE AG-AGENCY-ADDRESS TO WS-AGY-ADDRESS(AGY-IDX)
                   MOVE 0 TO WS-AGY-COUNT(AGY-IDX)
                   MOVE 0 TO WS-AGY-TOTAL(AGY-IDX)
               END-IF
           END-IF.

      *****************************************************************
      * NO GARNDTL - NO ORDERS WERE TAKEN THIS RUN AND NOTHING IS OWED
      *****************************************************************
       200-OPEN-FILES.
           OPEN INPUT GARNISH-DETAIL-FILE.
           IF WS-GARNDTL-STATUS NOT = '00'
               MOVE 'Y' TO WS-GRN-EOF-SWITCH
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           OPEN OUTPUT REMIT-FILE.
           OPEN OUTPUT TRANSMITTAL-FILE.

      *****************************************************************
      * AN ORDER WHOSE AGENCY HAS SINCE LEFT GRNAGY STILL HAS TO BE
      * PAID - IT GETS A TABLE ROW OF ITS OWN, FLAGGED BY NAME
      *****************************************************************
       250-LOAD-GARNISH-DETAIL.
           READ GARNISH-DETAIL-FILE
               AT END MOVE 'Y' TO WS-GRN-EOF-SWITCH
           END-READ.
           IF NOT GRN-EOF AND WS-GRN-TAB-MAX < 500
               ADD 1 TO WS-DETAIL-READ
               MOVE GD-PAY-DATE TO WS-PAY-DATE
               MOVE GD-PAY-PERIOD TO WS-PAY-PERIOD
               ADD 1 TO WS-GRN-TAB-MAX
               SET GRN-IDX TO WS-GRN-TAB-MAX
               MOVE GD-EMPLOYEE-ID TO WS-GRN-EMPLOYEE-ID(GRN-IDX)
               MOVE GD-ORDER-ID TO WS-GRN-ORDER-ID(GRN-IDX)
               MOVE GD-AGENCY-CODE TO WS-GRN-AGENCY-CODE(GRN-IDX)
               MOVE GD-CASE-ID TO WS-GRN-CASE-ID(GRN-IDX)
               MOVE GD-AMOUNT TO WS-GRN-AMOUNT(GRN-IDX)
               PERFORM 260-FIND-AGENCY
               IF NOT AGENCY-FOUND AND WS-AGY-TAB-MAX < 50
                   ADD 1 TO WS-UNKNOWN-AGENCY
                   ADD 1 TO WS-AGY-TAB-MAX
                   SET AGY-IDX TO WS-AGY-TAB-MAX
                   MOVE GD-AGENCY-CODE TO WS-AGY-CODE(AGY-IDX)
                   MOVE '*** AGENCY NOT ON GRNAGY ***'
                       TO WS-AGY-NAME(AGY-IDX)
                   MOVE SPACES TO WS-AGY-ADDRESS(AGY-IDX)
                   MOVE 0 TO WS-AGY-COUNT(AGY-IDX)
                   MOVE 0 TO WS-AGY-TOTAL(AGY-IDX)
                   MOVE 'Y' TO WS-AGENCY-FOUND-SWITCH
               END-IF
               IF AGENCY-FOUND
                   ADD 1 TO WS-AGY-COUNT(AGY-IDX)
                   ADD GD-AMOUNT TO WS-AGY-TOTAL(AGY-IDX)
               END-IF
           END-IF.

       260-FIND-AGENCY.
           MOVE 'N' TO WS-AGENCY-FOUND-SWITCH.
           SET AGY-IDX TO 1.
           PERFORM 265-SEARCH-AGENCY
               UNTIL AGY-IDX > WS-AGY-TAB-MAX OR AGENCY-FOUND.

       265-SEARCH-AGENCY.
           IF WS-AGY-CODE(AGY-IDX) = GD-AGENCY-CODE
               MOVE 'Y' TO WS-AGENCY-FOUND-SWITCH
           ELSE
               SET AGY-IDX UP BY 1
           END-IF.

      *****************************************************************
      * ONE HEADER/DETAIL/TRAILER BATCH AND ONE TRANSMITTAL BLOCK PER
      * AGENCY OWED MONEY THIS RUN
      *****************************************************************
       300-REMIT-ONE-AGENCY.
           IF WS-AGY-COUNT(AGY-IDX) > 0
               ADD 1 TO WS-AGENCIES-REMITTED
               ADD WS-AGY-TOTAL(AGY-IDX) TO WS-TOTAL-REMITTED
               PERFORM 310-WRITE-AGENCY-HEADER
               SET GRN-IDX TO 1
               PERFORM 320-WRITE-AGENCY-DETAIL
                   UNTIL GRN-IDX > WS-GRN-TAB-MAX
               PERFORM 330-WRITE-AGENCY-TRAILER
           END-IF.

       310-WRITE-AGENCY-HEADER.
           MOVE SPACES TO REMIT-REC.
           MOVE 'H' TO RH-RECORD-TYPE.
           MOVE WS-AGY-CODE(AGY-IDX) TO RH-AGENCY-CODE.
           MOVE WS-AGY-NAME(AGY-IDX) TO RH-AGENCY-NAME.
           MOVE WS-PAY-DATE TO RH-PAY-DATE.
           MOVE WS-PAY-PERIOD TO RH-PAY-PERIOD.
           WRITE REMIT-REC.
           MOVE XMT-RULE-LINE TO XMT-OUT-REC.
           WRITE XMT-OUT-REC.
           MOVE WS-PAY-DATE TO XH1-PAY-DATE.
           MOVE WS-PAY-PERIOD TO XH1-PAY-PERIOD.
           MOVE XMT-HEADING-1 TO XMT-OUT-REC.
           WRITE XMT-OUT-REC.
           MOVE WS-AGY-CODE(AGY-IDX) TO XAL-CODE.
           MOVE WS-AGY-NAME(AGY-IDX) TO XAL-NAME.
           MOVE XMT-AGENCY-LINE TO XMT-OUT-REC.
           WRITE XMT-OUT-REC.
           MOVE WS-AGY-ADDRESS(AGY-IDX) TO XAD-ADDRESS.
           MOVE XMT-ADDRESS-LINE TO XMT-OUT-REC.
           WRITE XMT-OUT-REC.
           MOVE SPACES TO XMT-OUT-REC.
           WRITE XMT-OUT-REC.
           MOVE XMT-HEADING-2 TO XMT-OUT-REC.
           WRITE XMT-OUT-REC.

       320-WRITE-AGENCY-DETAIL.
           IF WS-GRN-AGENCY-CODE(GRN-IDX) = WS-AGY-CODE(AGY-IDX)
               MOVE SPACES TO XDL-EMPLOYEE-NAME
               MOVE WS-GRN-EMPLOYEE-ID(GRN-IDX) TO EM-EMPLOYEE-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       MOVE 'EMPLOYEE NOT ON MASTER'
                           TO XDL-EMPLOYEE-NAME
                   NOT INVALID KEY
                       STRING EM-FIRST-NAME DELIMITED BY SPACE ' '
                              EM-LAST-NAME DELIMITED BY SPACE
                           INTO XDL-EMPLOYEE-NAME
               END-READ
               COMPUTE WS-AMOUNT-CENTS = WS-GRN-AMOUNT(GRN-IDX) * 100
               MOVE SPACES TO REMIT-REC
               MOVE 'D' TO RD-RECORD-TYPE
               MOVE WS-AGY-CODE(AGY-IDX) TO RD-AGENCY-CODE
               MOVE WS-GRN-EMPLOYEE-ID(GRN-IDX) TO RD-EMPLOYEE-ID
               MOVE XDL-EMPLOYEE-NAME TO RD-EMPLOYEE-NAME
               MOVE WS-GRN-CASE-ID(GRN-IDX) TO RD-CASE-ID
               MOVE WS-AMOUNT-CENTS TO RD-AMOUNT-CENTS
               MOVE WS-GRN-ORDER-ID(GRN-IDX) TO RD-ORDER-ID
               WRITE REMIT-REC
               MOVE WS-GRN-EMPLOYEE-ID(GRN-IDX) TO XDL-EMPLOYEE-ID
               MOVE WS-GRN-CASE-ID(GRN-IDX) TO XDL-CASE-ID
               MOVE WS-GRN-AMOUNT(GRN-IDX) TO XDL-AMOUNT
               MOVE XMT-DETAIL-LINE TO XMT-OUT-REC
               WRITE XMT-OUT-REC
           END-IF.
           SET GRN-IDX UP BY 1.

       330-WRITE-AGENCY-TRAILER.
           MOVE SPACES TO REMIT-REC.
           MOVE 'T' TO RT-RECORD-TYPE.
           MOVE WS-AGY-CODE(AGY-IDX) TO RT-AGENCY-CODE.
           MOVE WS-AGY-COUNT(AGY-IDX) TO RT-DETAIL-COUNT.
           COMPUTE RT-TOTAL-CENTS = WS-AGY-TOTAL(AGY-IDX) * 100.
           WRITE REMIT-REC.
           MOVE SPACES TO XMT-OUT-REC.
           WRITE XMT-OUT-REC.
           MOVE WS-AGY-COUNT(AGY-IDX) TO XTL-COUNT.
           MOVE WS-AGY-TOTAL(AGY-IDX) TO XTL-AMOUNT.
           MOVE XMT-TOTAL-LINE TO XMT-OUT-REC.
           WRITE XMT-OUT-REC.

      *DISPLAY THE REMITTANCE DISPOSITION TOTALS***********************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-DETAIL-READ TO WS-DETAIL-READZ.
           DISPLAY 'Garnishment Details Read  : ' WS-DETAIL-READZ.
           MOVE WS-AGENCIES-REMITTED TO WS-AGENCIES-REMITTEDZ.
           DISPLAY 'Agencies Remitted         : ' WS-AGENCIES-REMITTEDZ.
           MOVE WS-UNKNOWN-AGENCY TO WS-UNKNOWN-AGENCYZ.
           DISPLAY 'Agencies Not On GRNAGY    : ' WS-UNKNOWN-AGENCYZ.
           MOVE WS-TOTAL-REMITTED TO WS-MONEY-ED.
           DISPLAY 'Total Remitted            : ' WS-MONEY-ED.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           IF WS-GARNDTL-STATUS = '00' OR WS-GARNDTL-STATUS = '10'
               CLOSE GARNISH-DETAIL-FILE
           END-IF.
           CLOSE EMPLOYEE-MASTER
                 REMIT-FILE
                 TRANSMITTAL-FILE.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
