      *****************************************************************
      *PURPOSE: Monthly evidence disposal-eligibility report.  The
      *property room keeps items on the shelf long after the case is
      *over because no one could tell which cases were finished in
      *court.  This program reads every item on the EVIDMAST evidence
      *master that is still held (in custody or out at the lab),
      *looks its case up on the COURTMST outcome master COURTRET
      *posts from the county return feed, and lists the item as
      *eligible for release or destruction when the outcome code is
      *one EVDCTL marks as final and the EVDCTL appeal window has run
      *since the sentence date.  Eligible items still out at the lab
      *print with a LAB: location and their own total - they must
      *come back before disposal.
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      EVIDDISP.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    January 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVID-MASTER-FILE ASSIGN TO EVIDMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EV-KEY
           FILE STATUS IS WS-EVIDMAST-STATUS.
           SELECT COURT-MASTER-FILE ASSIGN TO COURTMST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CO-CASE-NUMBER
           FILE STATUS IS WS-COURTMST-STATUS.
           SELECT EVD-CTL-FILE ASSIGN TO EVDCTL
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DISPOSAL-RPT-FILE ASSIGN TO EVIDDISP
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****EVIDENCE ITEM MASTER MAINTAINED BY EVIDMNT******************
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

      *****COURT OUTCOME MASTER POSTED BY COURTRET*********************
       FD  COURT-MASTER-FILE.
       01  COURT-MASTER-REC.
           05  CO-CASE-NUMBER               PIC X(8).
           05  CO-DOCKET-NO                 PIC X(12).
           05  CO-OUTCOME-CODE              PIC X(2).
           05  CO-SENTENCE-DATE             PIC X(8).
           05  CO-RESULT-DESC               PIC X(30).

      *****************************************************************
      * CONTROL FILE - FINL = A COURTRET OUTCOME CODE THAT ENDS THE
      *                       CASE FOR PROPERTY PURPOSES
      *                APPL = DAYS AFTER THE SENTENCE DATE BEFORE THE
      *                       ITEM MAY GO (THE APPEAL WINDOW)
      *****************************************************************
       FD  EVD-CTL-FILE.
       01  EVD-CTL-REC.
           05  EDC-TYPE                     PIC X(4).
           05  FILLER                       PIC X.
           05  EDC-VALUE                    PIC X(9).

      ***DISPOSAL-ELIGIBILITY REPORT FOR THE PROPERTY ROOM**************
       FD  DISPOSAL-RPT-FILE.
       01  DISPOSAL-OUT-REC                 PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 EOF-SWITCH               PIC X        VALUE 'N'.
              88 EOF                                VALUE 'Y'.
           05 WS-CTL-EOF               PIC X        VALUE 'N'.
              88 CTL-EOF                            VALUE 'Y'.
           05 WS-COURT-FOUND-SWITCH    PIC X        VALUE 'N'.
              88 COURT-FOUND                        VALUE 'Y'.
           05 WS-FINAL-SWITCH          PIC X        VALUE 'N'.
              88 OUTCOME-FINAL                      VALUE 'Y'.
       01 WS-EVIDMAST-STATUS           PIC XX.
       01 WS-COURTMST-STATUS           PIC XX.

      *****CONTROL VALUES**********************************************
       01 WS-APPEAL-DAYS           PIC 9(3)     VALUE 30.
       01 WS-FIN-TAB-MAX           PIC 9(2)     VALUE 0.
       01 WS-FIN-TABLE.
           05 WS-FIN-ENTRY OCCURS 20 TIMES
                             INDEXED BY FIN-IDX.
              10 WS-FIN-OUTCOME        PIC X(2).

      *****DAY-WINDOW ARITHMETIC***************************************
       01 WS-TODAY                 PIC 9(8).
       01 WS-TODAY-INT             PIC 9(7).
       01 WS-SENTENCE-DATE-9       PIC 9(8).
       01 WS-DAYS-SINCE            PIC S9(5).

      *****DISPOSAL COUNTERS*******************************************
       01 WS-ITEMS-HELD            PIC 9(5)     VALUE 0.
       01 WS-ITEMS-HELDZ           PIC ZZ,ZZ9.
       01 WS-ITEMS-ELIGIBLE        PIC 9(5)     VALUE 0.
       01 WS-ITEMS-ELIGIBLEZ       PIC ZZ,ZZ9.
       01 WS-ITEMS-AT-LAB          PIC 9(5)     VALUE 0.
       01 WS-ITEMS-AT-LABZ         PIC ZZ,ZZ9.
       01 WS-ITEMS-IN-APPEAL       PIC 9(5)     VALUE 0.
       01 WS-ITEMS-IN-APPEALZ      PIC ZZ,ZZ9.
       01 WS-ITEMS-OPEN-CASE       PIC 9(5)     VALUE 0.
       01 WS-ITEMS-OPEN-CASEZ      PIC ZZ,ZZ9.

      *****REPORT LINE LAYOUTS*****************************************
       01  DSP-HEADING-1.
           05                 PIC X(40)
                   VALUE 'EVIDENCE DISPOSAL ELIGIBILITY - RUN OF '.
           05  DSH-DATE       PIC X(8).
       01  DSP-HEADING-2.
           05                 PIC X(13) VALUE 'CASE     ITEM'.
           05                 PIC X(32) VALUE 'DESCRIPTION'.
           05                 PIC X(14) VALUE 'LOCATION'.
           05                 PIC X(4)  VALUE 'OUT'.
           05                 PIC X(8)  VALUE 'SENTENCE'.
       01  DSP-DETAIL-LINE.
           05  DSD-CASE-NUMBER    PIC X(8).
           05                     PIC X(1)  VALUE SPACES.
           05  DSD-ITEM-SEQ       PIC 9(3).
           05                     PIC X(1)  VALUE SPACES.
           05  DSD-ITEM-DESC      PIC X(30).
           05                     PIC X(2)  VALUE SPACES.
           05  DSD-LOCATION       PIC X(12).
           05                     PIC X(2)  VALUE SPACES.
           05  DSD-OUTCOME        PIC X(2).
           05                     PIC X(2)  VALUE SPACES.
           05  DSD-SENTENCE-DATE  PIC X(8).
       01  DSP-TOTAL-LINE.
           05  DST-LABEL          PIC X(30).
           05  DST-COUNT          PIC ZZ,ZZ9.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-CONTROL-TABLE.
           PERFORM 200-OPEN-FILES.
           PERFORM 300-READ-EVIDENCE-MASTER UNTIL EOF.
           PERFORM 450-WRITE-REPORT-TOTALS.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies EVIDDISP*'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* January, 2017                          *'.
           DISPLAY '******************************************'.

      *****************************************************************
       150-LOAD-CONTROL-TABLE.
           OPEN INPUT EVD-CTL-FILE.
           PERFORM 155-READ-CONTROL-REC UNTIL CTL-EOF.
           CLOSE EVD-CTL-FILE.

       155-READ-CONTROL-REC.
           READ EVD-CTL-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF
           END-READ.
           IF NOT CTL-EOF
               EVALUATE EDC-TYPE
                   WHEN 'FINL'
                       IF WS-FIN-TAB-MAX < 20
                           ADD 1 TO WS-FIN-TAB-MAX
                           MOVE EDC-VALUE(1:2)
                                TO WS-FIN-OUTCOME(WS-FIN-TAB-MAX)
                       END-IF
                   WHEN 'APPL'
                       COMPUTE WS-APPEAL-DAYS =
                               FUNCTION NUMVAL(EDC-VALUE)
               END-EVALUATE
           END-IF.

      *****************************************************************
      * NO EVIDENCE MASTER YET MEANS NOTHING HELD - THE REPORT STILL
      * PRINTS WITH ZERO TOTALS
      *****************************************************************
       200-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY).
           OPEN INPUT EVID-MASTER-FILE.
           IF WS-EVIDMAST-STATUS NOT = '00'
               MOVE 'Y' TO EOF-SWITCH
           END-IF.
           OPEN INPUT COURT-MASTER-FILE.
           OPEN OUTPUT DISPOSAL-RPT-FILE.
           MOVE WS-TODAY TO DSH-DATE.
           MOVE DSP-HEADING-1 TO DISPOSAL-OUT-REC.
           WRITE DISPOSAL-OUT-REC.
           MOVE DSP-HEADING-2 TO DISPOSAL-OUT-REC.
           WRITE DISPOSAL-OUT-REC.

      *****************************************************************
      * ONE PASS OF THE ITEM MASTER IN CASE/ITEM ORDER - RELEASED AND
      * DESTROYED ITEMS ARE HISTORY AND ARE SKIPPED
      *****************************************************************
       300-READ-EVIDENCE-MASTER.
           READ EVID-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO EOF-SWITCH
           END-READ.
           IF NOT EOF
               IF EV-IN-CUSTODY OR EV-AT-LAB
                   ADD 1 TO WS-ITEMS-HELD
                   PERFORM 310-EVALUATE-ITEM
               END-IF
           END-IF.

       310-EVALUATE-ITEM.
           PERFORM 320-READ-COURT-OUTCOME.
           IF NOT COURT-FOUND
               ADD 1 TO WS-ITEMS-OPEN-CASE
           ELSE
               PERFORM 330-CHECK-FINAL-OUTCOME
               IF NOT OUTCOME-FINAL
                   ADD 1 TO WS-ITEMS-OPEN-CASE
               ELSE
                   PERFORM 340-CHECK-APPEAL-WINDOW
               END-IF
           END-IF.

       320-READ-COURT-OUTCOME.
           MOVE 'N' TO WS-COURT-FOUND-SWITCH.
           MOVE EV-CASE-NUMBER TO CO-CASE-NUMBER.
           READ COURT-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-COURT-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO WS-COURT-FOUND-SWITCH
           END-READ.

       330-CHECK-FINAL-OUTCOME.
           MOVE 'N' TO WS-FINAL-SWITCH.
           SET FIN-IDX TO 1.
           PERFORM 335-SEARCH-FINAL-ENTRY
               UNTIL FIN-IDX > WS-FIN-TAB-MAX OR OUTCOME-FINAL.

       335-SEARCH-FINAL-ENTRY.
           IF WS-FIN-OUTCOME(FIN-IDX) = CO-OUTCOME-CODE
               MOVE 'Y' TO WS-FINAL-SWITCH
           ELSE
               SET FIN-IDX UP BY 1
           END-IF.

      *****************************************************************
      * A FINAL OUTCOME STILL INSIDE THE APPEAL WINDOW WAITS; ONE
      * PAST IT IS ELIGIBLE - EXCEPT AN ITEM OUT AT THE LAB, WHICH
      * IS CALLED OUT SO THE LAB SENDS IT BACK
      *****************************************************************
       340-CHECK-APPEAL-WINDOW.
           MOVE CO-SENTENCE-DATE TO WS-SENTENCE-DATE-9.
           COMPUTE WS-DAYS-SINCE = WS-TODAY-INT -
               FUNCTION INTEGER-OF-DATE(WS-SENTENCE-DATE-9).
           IF WS-DAYS-SINCE < WS-APPEAL-DAYS
               ADD 1 TO WS-ITEMS-IN-APPEAL
           ELSE
               IF EV-AT-LAB
                   ADD 1 TO WS-ITEMS-AT-LAB
                   PERFORM 350-WRITE-ITEM-LINE
               ELSE
                   ADD 1 TO WS-ITEMS-ELIGIBLE
                   PERFORM 350-WRITE-ITEM-LINE
               END-IF
           END-IF.

       350-WRITE-ITEM-LINE.
           MOVE EV-CASE-NUMBER TO DSD-CASE-NUMBER.
           MOVE EV-ITEM-SEQ TO DSD-ITEM-SEQ.
           MOVE EV-ITEM-DESC(1:30) TO DSD-ITEM-DESC.
           IF EV-AT-LAB
               MOVE SPACES TO DSD-LOCATION
               STRING 'LAB:' EV-LOCATION(1:8)
                      DELIMITED BY SIZE INTO DSD-LOCATION
           ELSE
               MOVE EV-LOCATION TO DSD-LOCATION
           END-IF.
           MOVE CO-OUTCOME-CODE TO DSD-OUTCOME.
           MOVE CO-SENTENCE-DATE TO DSD-SENTENCE-DATE.
           MOVE DSP-DETAIL-LINE TO DISPOSAL-OUT-REC.
           WRITE DISPOSAL-OUT-REC.

      *****************************************************************
       450-WRITE-REPORT-TOTALS.
           MOVE SPACES TO DISPOSAL-OUT-REC.
           WRITE DISPOSAL-OUT-REC.
           MOVE 'ITEMS HELD                  :' TO DST-LABEL.
           MOVE WS-ITEMS-HELD TO DST-COUNT.
           MOVE DSP-TOTAL-LINE TO DISPOSAL-OUT-REC.
           WRITE DISPOSAL-OUT-REC.
           MOVE 'ELIGIBLE FOR DISPOSAL       :' TO DST-LABEL.
           MOVE WS-ITEMS-ELIGIBLE TO DST-COUNT.
           MOVE DSP-TOTAL-LINE TO DISPOSAL-OUT-REC.
           WRITE DISPOSAL-OUT-REC.
           MOVE 'ELIGIBLE BUT OUT AT THE LAB :' TO DST-LABEL.
           MOVE WS-ITEMS-AT-LAB TO DST-COUNT.
           MOVE DSP-TOTAL-LINE TO DISPOSAL-OUT-REC.
           WRITE DISPOSAL-OUT-REC.
           MOVE 'FINAL, INSIDE APPEAL WINDOW :' TO DST-LABEL.
           MOVE WS-ITEMS-IN-APPEAL TO DST-COUNT.
           MOVE DSP-TOTAL-LINE TO DISPOSAL-OUT-REC.
           WRITE DISPOSAL-OUT-REC.
           MOVE 'CASE NOT FINALLY ADJUDICATED:' TO DST-LABEL.
           MOVE WS-ITEMS-OPEN-CASE TO DST-COUNT.
           MOVE DSP-TOTAL-LINE TO DISPOSAL-OUT-REC.
           WRITE DISPOSAL-OUT-REC.

      *DISPLAY THE DISPOSAL ELIGIBILITY TOTALS*************************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-ITEMS-HELD TO WS-ITEMS-HELDZ.
           DISPLAY 'Items Held                : ' WS-ITEMS-HELDZ.
           MOVE WS-ITEMS-ELIGIBLE TO WS-ITEMS-ELIGIBLEZ.
           DISPLAY 'Eligible For Disposal     : ' WS-ITEMS-ELIGIBLEZ.
           MOVE WS-ITEMS-AT-LAB TO WS-ITEMS-AT-LABZ.
           DISPLAY 'Eligible, Out At Lab      : ' WS-ITEMS-AT-LABZ.
           MOVE WS-ITEMS-IN-APPEAL TO WS-ITEMS-IN-APPEALZ.
           DISPLAY 'Inside Appeal Window      : ' WS-ITEMS-IN-APPEALZ.
           MOVE WS-ITEMS-OPEN-CASE TO WS-ITEMS-OPEN-CASEZ.
           DISPLAY 'Case Not Final            : ' WS-ITEMS-OPEN-CASEZ.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           IF WS-EVIDMAST-STATUS = '00' OR WS-EVIDMAST-STATUS = '10'
               CLOSE EVID-MASTER-FILE
           END-IF.
           CLOSE COURT-MASTER-FILE
                 DISPOSAL-RPT-FILE.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
