      *****************************************************************
      *PURPOSE: Year-end payroll totals report.  Walks the YTDMAST
      *master the PAYPOST run accumulates and prints one line per
      *employee - YTD gross, withholding, benefits, garnishments,
      *net, and periods paid - with grand totals at the bottom, so
      *annual statements come off the master instead of a re-run of
      *the whole year.
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

      ***YEAR-END TOTALS REPORT****************************************
       FD  YTD-REPORT-FILE.
       01 WS-TOT-WITHHOLDING       PIC 9(11)V99 VALUE 0.
       01 WS-TOT-BENEFIT           PIC 9(11)V99 VALUE 0.
       01 WS-TOT-NET               PIC 9(11)V99 VALUE 0.
       01 WS-TOT-GARNISH           PIC 9(11)V99 VALUE 0.

      *****REPORT LINE LAYOUTS*****************************************
       01  YTR-HEADING-1.
           05                 PIC X(14) VALUE '     YTD GROSS'.
           05                 PIC X(14) VALUE '   WITHHOLDING'.
           05                 PIC X(14) VALUE '      BENEFITS'.
           05                 PIC X(14) VALUE '  GARNISHMENTS'.
           05                 PIC X(14) VALUE '       YTD NET'.
           05                 PIC X(8)  VALUE ' PERIODS'.
       01  YTR-DETAIL-LINE.
           05  YTD-GROSS          PIC ZZZ,ZZZ,ZZ9.99.
           05  YTD-WITHHOLDING    PIC ZZZ,ZZZ,ZZ9.99.
           05  YTD-BENEFIT        PIC ZZZ,ZZZ,ZZ9.99.
           05  YTD-GARNISH        PIC ZZZ,ZZZ,ZZ9.99.
           05  YTD-NET            PIC ZZZ,ZZZ,ZZ9.99.
           05  YTD-PERIODS        PIC ZZZ,ZZ9.
           05                     PIC X(7)  VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
               MOVE YT-YTD-GROSS TO YTD-GROSS
               MOVE YT-YTD-WITHHOLDING TO YTD-WITHHOLDING
               MOVE YT-YTD-BENEFIT TO YTD-BENEFIT
               MOVE YT-YTD-GARNISH TO YTD-GARNISH
               MOVE YT-YTD-NET TO YTD-NET
               MOVE YT-PERIOD-COUNT TO YTD-PERIODS
               MOVE YTR-DETAIL-LINE TO YTR-OUT-REC
               ADD YT-YTD-GROSS TO WS-TOT-GROSS
               ADD YT-YTD-WITHHOLDING TO WS-TOT-WITHHOLDING
               ADD YT-YTD-BENEFIT TO WS-TOT-BENEFIT
               ADD YT-YTD-GARNISH TO WS-TOT-GARNISH
               ADD YT-YTD-NET TO WS-TOT-NET
           END-IF.

           MOVE WS-TOT-GROSS TO YTD-GROSS.
           MOVE WS-TOT-WITHHOLDING TO YTD-WITHHOLDING.
           MOVE WS-TOT-BENEFIT TO YTD-BENEFIT.
           MOVE WS-TOT-GARNISH TO YTD-GARNISH.
           MOVE WS-TOT-NET TO YTD-NET.
           MOVE WS-EMPLOYEE-COUNT TO YTD-PERIODS.
           MOVE YTR-DETAIL-LINE TO YTR-OUT-REC.
