      *program walks the YTDMAST accumulators and prints one
      *statement per employee, with the box/line layout driven by
      *the TAXPARM control file - each TAXPARM row names a box
      *number, which accumulator feeds it (GROSS, WHHLD, BENEF, GARNS
      *or NETPY), and the label to print - so next year's box changes
      *are a control-file edit, not a recompile.  The summary totals
      *page re-adds the year's PAYDTL generations (concatenated on
      *the PAYDTLYR DD) and reconciles them against the YTD master
      *before anything is mailed.  An employee whose final check
      *has posted (YTDMAST separation flag) has the separation date
      *printed on the statement, and the separated employees are
      *counted on the summary page.
      *
      *TAXPARM ENTRIES:  BOX NN  FIELD  LABEL
      *  FIELD IS ONE OF: GROSS WHHLD BENEF GARNS NETPY
      *****************************************************************

       ID DIVISION.
           05  YT-YTD-NET                   PIC 9(9)V99.
           05  YT-PERIOD-COUNT              PIC 9(3).
           05  YT-LAST-PERIOD               PIC X(6).
           05  YT-YTD-GARNISH               PIC 9(9)V99.
           05  YT-QTD-QUARTER               PIC X(5).
           05  YT-QTD-GROSS                 PIC 9(9)V99.
           05  YT-QTD-WITHHOLDING           PIC 9(9)V99.
           05  YT-SEP-FLAG                  PIC X(1).
               88  YT-SEPARATED                         VALUE 'S'.
           05  YT-SEP-DATE                  PIC X(8).

      *****EMPLOYEE MASTER - NAME FIELDS ONLY**************************
       FD  EMPLOYEE-MASTER.
           05  EM-EMPLOYEE-ID               PIC X(6).
           05  EM-FIRST-NAME                PIC X(20).
           05  EM-LAST-NAME                 PIC X(30).
           05  FILLER                       PIC X(87).

      *****TAX-PARAMETER FILE - THE BOX/LINE MAPPING*******************
       FD  TAX-PARM-FILE.
      *****STATEMENT DISPOSITION COUNTERS******************************
       01 WS-STATEMENTS-WRITTEN    PIC 9(5)     VALUE 0.
       01 WS-STATEMENTS-WRITTENZ   PIC ZZ,ZZ9.
       01 WS-SEPARATED-COUNT       PIC 9(5)     VALUE 0.
       01 WS-SEPARATED-COUNTZ      PIC ZZ,ZZ9.

      *****STATEMENT LINE LAYOUTS**************************************
       01  STM-RULE-LINE.
           05  STI-EMPLOYEE-ID PIC X(6).
           05                 PIC X(17) VALUE '  PERIODS POSTED '.
           05  STI-PERIODS    PIC ZZ9.
       01  STM-SEPARATED-LINE.
           05                 PIC X(10) VALUE 'SEPARATED '.
           05  STS-MM         PIC X(2).
           05                 PIC X(1)  VALUE '/'.
           05  STS-DD         PIC X(2).
           05                 PIC X(1)  VALUE '/'.
           05  STS-CCYY       PIC X(4).
       01  STM-BOX-LINE.
           05                 PIC X(4)  VALUE 'BOX '.
           05  STB-BOX-NUMBER PIC X(2).
           MOVE YT-PERIOD-COUNT TO STI-PERIODS.
           MOVE STM-ID-LINE TO STM-OUT-REC.
           WRITE STM-OUT-REC.
           IF YT-SEPARATED
               ADD 1 TO WS-SEPARATED-COUNT
               MOVE YT-SEP-DATE(1:4) TO STS-CCYY
               MOVE YT-SEP-DATE(5:2) TO STS-MM
               MOVE YT-SEP-DATE(7:2) TO STS-DD
               MOVE STM-SEPARATED-LINE TO STM-OUT-REC
               WRITE STM-OUT-REC
           END-IF.
           PERFORM 330-WRITE-ONE-BOX
               VARYING WS-BOX-SUB FROM 1 BY 1
               UNTIL WS-BOX-SUB > WS-BOX-TAB-MAX.
                   MOVE YT-YTD-WITHHOLDING TO WS-BOX-AMOUNT
               WHEN 'BENEF'
                   MOVE YT-YTD-BENEFIT TO WS-BOX-AMOUNT
               WHEN 'GARNS'
                   MOVE YT-YTD-GARNISH TO WS-BOX-AMOUNT
               WHEN 'NETPY'
                   MOVE YT-YTD-NET TO WS-BOX-AMOUNT
               WHEN OTHER
           MOVE WS-DTL-NET-TOTAL TO SRL-AMOUNT.
           MOVE STM-RECON-LINE TO STM-OUT-REC.
           WRITE STM-OUT-REC.
           MOVE WS-SEPARATED-COUNT TO WS-SEPARATED-COUNTZ.
           MOVE SPACES TO STM-OUT-REC.
           STRING 'EMPLOYEES SEPARATED IN THE YEAR: '
                                              DELIMITED BY SIZE
                  WS-SEPARATED-COUNTZ         DELIMITED BY SIZE
               INTO STM-OUT-REC.
           WRITE STM-OUT-REC.
           IF WS-YTD-GROSS-TOTAL NOT = WS-DTL-GROSS-TOTAL
              OR WS-YTD-NET-TOTAL NOT = WS-DTL-NET-TOTAL
               MOVE '*** TOTALS DO NOT RECONCILE - HOLD MAILING ***'
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-STATEMENTS-WRITTEN TO WS-STATEMENTS-WRITTENZ.
           DISPLAY 'Statements Written        : ' WS-STATEMENTS-WRITTENZ.
           DISPLAY 'Separated Employees       : ' WS-SEPARATED-COUNTZ.
           MOVE WS-YTD-GROSS-TOTAL TO WS-MONEY-ED.
           DISPLAY 'YTD Master Gross Total    : ' WS-MONEY-ED.
           MOVE WS-DTL-GROSS-TOTAL TO WS-MONEY-ED.
