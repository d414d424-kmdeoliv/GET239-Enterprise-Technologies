      *time threshold price at the overtime premium percent.  One
      *line per beat with straight/overtime/total dollars, district
      *subtotals through BEATREF, and the citywide total - a plan
      *finance can take straight to the budget meeting.  Each
      *district subtotal is also kept on the keyed STAFPLAN history
      *under the run month - a later run in the same month replaces
      *it, so the month's plan is the last one costed - for the
      *STAFVAR plan-versus-actual labor cost variance report.
      *
      *STAFCTL ENTRIES:
      *  HRSI NN.N  COVERAGE HOURS PER COMBINED INCIDENT
      *  REG  NNN   STRAIGHT-TIME HOURS BEFORE OVERTIME KICKS IN
      *  OTPC NNN   OVERTIME PREMIUM PERCENT (150 = TIME AND A HALF)
      *  VTHR NNN   OVER-PLAN FLAG PERCENT (READ BY STAFVAR)
      *****************************************************************

       ID DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COST-REPORT-FILE ASSIGN TO STAFCOST
           ORGANIZATION IS SEQUENTIAL.
           SELECT STAF-PLAN-FILE ASSIGN TO STAFPLAN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SP-KEY
           FILE STATUS IS WS-STAFPLAN-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  EM-FILING-STATUS             PIC X(1).
           05  EM-EMP-TYPE                  PIC X(1).
           05  EM-HOURLY-RATE               PIC 9(3)V99.
           05  FILLER                       PIC X(44).

      *****CONTROL FILE - COSTING PARAMETERS***************************
       FD  STAF-CTL-FILE.
       FD  COST-REPORT-FILE.
       01  CST-OUT-REC                      PIC X(90).

      *****************************************************************
      * PLAN HISTORY - ONE ROW PER DISTRICT PER MONTH, THE DISTRICT
      * SUBTOTAL OF THE LAST COSTING RUN IN THAT MONTH
      *****************************************************************
       FD  STAF-PLAN-FILE.
       01  STAF-PLAN-REC.
           05  SP-KEY.
               10  SP-DISTRICT              PIC X(3).
               10  SP-MONTH                 PIC X(6).
           05  SP-PLAN-HOURS                PIC 9(7).
           05  SP-PLAN-CENTS                PIC 9(11).
           05  SP-RUN-DATE                  PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-FOUND-SWITCH          PIC X        VALUE 'N'.
              88 WS-FOUND                           VALUE 'Y'.
       01 WS-EMPMAST-STATUS            PIC XX.
       01 WS-STAFPLAN-STATUS           PIC XX.
       01 WS-TODAY                     PIC X(8).
       01 WS-HEADER-LINES-SKIPPED      PIC 9        VALUE 0.

       01 WS-GRAND-CENTS           PIC 9(13)    VALUE 0.
       01 WS-BEATS-COSTED          PIC 9(3)     VALUE 0.
       01 WS-BEATS-COSTEDZ         PIC ZZ9.
       01 WS-PLANS-POSTED          PIC 9(3)     VALUE 0.
       01 WS-PLANS-POSTEDZ         PIC ZZ9.

      *****REPORT LINE LAYOUTS*****************************************
       01  CST-HEADING-1.
       250-OPEN-PLAN-FILES.
           OPEN INPUT BEAT-STAFF-FILE.
           OPEN OUTPUT COST-REPORT-FILE.
           OPEN I-O STAF-PLAN-FILE.
           IF WS-STAFPLAN-STATUS = '35'
               OPEN OUTPUT STAF-PLAN-FILE
               CLOSE STAF-PLAN-FILE
               OPEN I-O STAF-PLAN-FILE
           END-IF.
           MOVE CST-HEADING-1 TO CST-OUT-REC.
           WRITE CST-OUT-REC.
           MOVE CST-HEADING-2 TO CST-OUT-REC.
           COMPUTE CSS-TOTAL = WS-DST-CENTS(DST-IDX) / 100.
           MOVE CST-SUBTOTAL-LINE TO CST-OUT-REC.
           WRITE CST-OUT-REC.
           PERFORM 420-POST-DISTRICT-PLAN.
           SET DST-IDX UP BY 1.

      *A RERUN IN THE SAME MONTH REPLACES THE MONTH'S PLAN*************
       420-POST-DISTRICT-PLAN.
           MOVE WS-DST-DISTRICT(DST-IDX) TO SP-DISTRICT.
           MOVE WS-TODAY(1:6) TO SP-MONTH.
           MOVE WS-DST-HOURS(DST-IDX) TO SP-PLAN-HOURS.
           MOVE WS-DST-CENTS(DST-IDX) TO SP-PLAN-CENTS.
           MOVE WS-TODAY TO SP-RUN-DATE.
           WRITE STAF-PLAN-REC
               INVALID KEY
                   REWRITE STAF-PLAN-REC
           END-WRITE.
           ADD 1 TO WS-PLANS-POSTED.

      *DISPLAY THE COSTING DISPOSITION TOTALS**************************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           DISPLAY 'Beats Costed              : ' WS-BEATS-COSTEDZ.
           DISPLAY 'Grand Total Hours         : ' WS-GRAND-HOURS.
           DISPLAY 'Grand Total Cents         : ' WS-GRAND-CENTS.
           MOVE WS-PLANS-POSTED TO WS-PLANS-POSTEDZ.
           DISPLAY 'District Plans Posted     : ' WS-PLANS-POSTEDZ.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           CLOSE BEAT-STAFF-FILE
                 COST-REPORT-FILE
                 STAF-PLAN-FILE.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
