      *PURPOSE: Monthly Uniform Crime Reporting submission.  CC-FBI-
      *CODE has been carried in every record and used by nothing,
      *while the state's monthly UCR summary was produced by hand.
      *This program reads the CASEMAST case master - only the report
      *month's slice, browsed through the CASEAIX community-area
      *alternate index - tallies the UCRCTL report month's cases
      *by CC-FBI-CODE classification, and
      *writes the submission file in the state's fixed layout in UCR
      *hierarchy order (lowest class code first), plus a proof-total
      *report.  UCRCTL MODE 'R' marks every submission record as a
      *resubmission for a corrected month; 'O' is an original.
      *Alongside the offense counts it writes the UCRPROP property
      *stolen/recovered-by-type summary the state asks for: every
      *PROPMAST property line on a report-month case is totalled
      *under the state property class its type code maps to on the
      *PRPTYPE control member, in whole dollars, with the class
      *totals carried on the same proof-total report.
      *****************************************************************

       ID DIVISION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-CASE-NUMBER
           FILE STATUS IS WS-CASEMAST-STATUS.
           SELECT CASE-AIX-FILE ASSIGN TO CASEAIX
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AX-KEY
           FILE STATUS IS WS-CASEAIX-STATUS.
           SELECT UCR-CTL-FILE ASSIGN TO UCRCTL
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT UCR-SUBMIT-FILE ASSIGN TO UCRSUB
           ORGANIZATION IS SEQUENTIAL.
           SELECT PROOF-REPORT-FILE ASSIGN TO UCRPROOF
           ORGANIZATION IS SEQUENTIAL.
           SELECT PROP-MASTER-FILE ASSIGN TO PROPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PR-KEY
           FILE STATUS IS WS-PROPMAST-STATUS.
           SELECT PROP-TYPE-FILE ASSIGN TO PRPTYPE
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT UCR-PROPERTY-FILE ASSIGN TO UCRPROP
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05  CM-FBI-CODE                  PIC X(3).
           05  FILLER                       PIC X(58).

      *****************************************************************
      * CASE MASTER ALTERNATE INDEX (SEE AIXPUT) - TYPE, VALUE, DATE,
      * CASE NUMBER; THE KEY IS THE WHOLE RECORD
      *****************************************************************
       FD  CASE-AIX-FILE.
       01  CASE-AIX-REC.
           05  AX-KEY.
               10  AX-INDEX-TYPE            PIC X(1).
               10  AX-INDEX-VALUE           PIC X(4).
               10  AX-INDEX-DATE            PIC X(8).
               10  AX-CASE-NUMBER           PIC X(8).

      *****CONTROL FILE - ORI, REPORT MONTH, AND SUBMISSION MODE*******
       FD  UCR-CTL-FILE.
       01  UCR-CTL-REC.
       FD  PROOF-REPORT-FILE.
       01  PRF-OUT-REC                      PIC X(80).

      *****PROPERTY LOSS MASTER - SEE PROPMNT**************************
       FD  PROP-MASTER-FILE.
       01  PROP-MASTER-REC.
           05  PR-KEY.
               10  PR-CASE-NUMBER           PIC X(8).
               10  PR-LINE-NO               PIC 9(3).
           05  PR-TYPE-CODE                 PIC X(2).
           05  PR-DESCRIPTION               PIC X(40).
           05  PR-SERIAL-NO                 PIC X(20).
           05  PR-STOLEN-VALUE              PIC 9(7)V99.
           05  PR-RECOVERED-VALUE           PIC 9(7)V99.

      *****PROPERTY-TYPE CONTROL MEMBER - TYPE CODE TO STATE CLASS*****
       FD  PROP-TYPE-FILE.
       01  PROP-TYPE-REC.
           05  PTY-CODE                     PIC X(2).
           05  FILLER                       PIC X.
           05  PTY-STATE-CLASS              PIC X(1).
           05  FILLER                       PIC X.
           05  PTY-DESCRIPTION              PIC X(30).

      *****************************************************************
      * STATE PROPERTY SUMMARY - ONE RECORD PER PROPERTY CLASS WITH
      * STOLEN AND RECOVERED VALUE IN WHOLE DOLLARS, IN CLASS ORDER
      *****************************************************************
       FD  UCR-PROPERTY-FILE.
       01  UCR-PROPERTY-REC.
           05  UP-ORI-CODE                  PIC X(9).
           05  UP-REPORT-MONTH              PIC X(6).
           05  UP-SUBMIT-MODE               PIC X(1).
           05  UP-PROPERTY-CLASS            PIC X(1).
           05  UP-STOLEN-VALUE              PIC 9(9).
           05  UP-RECOVERED-VALUE           PIC 9(9).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-AIX-EOF-SWITCH        PIC X        VALUE 'N'.
              88 AIX-EOF                            VALUE 'Y'.
           05 WS-CTL-EOF               PIC X        VALUE 'N'.
              88 CTL-EOF                            VALUE 'Y'.
           05 WS-FOUND-SWITCH          PIC X        VALUE 'N'.
              88 WS-FOUND                           VALUE 'Y'.
           05 WS-TYPE-EOF-SWITCH       PIC X        VALUE 'N'.
              88 TYPE-EOF                           VALUE 'Y'.
           05 WS-PROP-AVAILABLE-SWITCH PIC X        VALUE 'N'.
              88 PROP-AVAILABLE                     VALUE 'Y'.
       01 WS-CASEMAST-STATUS           PIC XX.
       01 WS-CASEAIX-STATUS            PIC XX.
       01 WS-PROPMAST-STATUS           PIC XX.

      *****THE ALTERNATE-INDEX SLICE BEING BROWSED*********************
       01 WS-AIX-INDEX-TYPE            PIC X(1).
       01 WS-AIX-INDEX-VALUE           PIC X(4).
       01 WS-AIX-FROM-DATE             PIC X(8).
       01 WS-AIX-TO-DATE               PIC X(8).

      *****CONVERTED DATE *********************************************
       01  WS-DATE-CONV.
       01 WS-SORT-SUB2             PIC 9(3).
       01 WS-SWAP-ENTRY            PIC X(10).

      *****PROPERTY TYPE CODE TO STATE CLASS, FROM PRPTYPE*************
       01 WS-PTY-TAB-MAX           PIC 9(3)     VALUE 0.
       01 WS-PTY-TABLE.
           05 WS-PTY-ENTRY OCCURS 100 TIMES
                             INDEXED BY PTY-IDX.
              10 WS-PTY-CODE           PIC X(2).
              10 WS-PTY-STATE-CLASS    PIC X(1).
       01 WS-LINE-CLASS            PIC X(1).

      *****PER-CLASS PROPERTY VALUES, EXCHANGE-SORTED INTO CLASS*******
      *****ORDER BEFORE THE PROPERTY SUMMARY IS WRITTEN****************
       01 WS-PCL-TAB-MAX           PIC 9(3)     VALUE 0.
       01 WS-PCL-TABLE.
           05 WS-PCL-ENTRY OCCURS 30 TIMES
                             INDEXED BY PCL-IDX.
              10 WS-PCL-CLASS          PIC X(1).
              10 WS-PCL-STOLEN         PIC 9(11)V99.
              10 WS-PCL-RECOVERED      PIC 9(11)V99.
       01 WS-PCL-SWAP-ENTRY        PIC X(27).

      *****PROOF TOTALS************************************************
       01 WS-CASES-READ            PIC 9(7)     VALUE 0.
       01 WS-CASES-READZ           PIC Z,ZZZ,ZZ9.
       01 WS-SUBMIT-WRITTENZ       PIC ZZ9.
       01 WS-PROOF-TOTAL           PIC 9(7)     VALUE 0.
       01 WS-PROOF-TOTALZ          PIC Z,ZZZ,ZZ9.
       01 WS-PROP-LINES            PIC 9(7)     VALUE 0.
       01 WS-PROP-LINESZ           PIC Z,ZZZ,ZZ9.
       01 WS-PROP-WRITTEN          PIC 9(3)     VALUE 0.
       01 WS-PROP-WRITTENZ         PIC ZZ9.

      *****REPORT LINE LAYOUTS*****************************************
       01  PRF-HEADING-1.
           05  PRD-FBI-CODE   PIC X(3).
           05                 PIC X(10) VALUE '  CASES : '.
           05  PRD-COUNT      PIC Z,ZZZ,ZZ9.
       01  PRF-PROPERTY-LINE.
           05                 PIC X(16) VALUE 'PROPERTY CLASS '.
           05  PRP-CLASS      PIC X(1).
           05                 PIC X(10) VALUE '  STOLEN '.
           05  PRP-STOLEN     PIC ZZZ,ZZZ,ZZ9.
           05                 PIC X(13) VALUE '  RECOVERED '.
           05  PRP-RECOVERED  PIC ZZZ,ZZZ,ZZ9.

      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-CONTROL-TABLE.
           PERFORM 170-LOAD-PROPERTY-TYPES.
           PERFORM 200-TALLY-CASE-MASTER.
           PERFORM 300-SORT-HIERARCHY-ORDER.
           PERFORM 350-SORT-PROPERTY-CLASSES.
           PERFORM 400-WRITE-SUBMISSION.
           PERFORM 450-WRITE-PROPERTY-SUMMARY.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           STOP RUN.
       END-MAIN-PROGRAM.
           END-IF.

      *****************************************************************
       170-LOAD-PROPERTY-TYPES.
           OPEN INPUT PROP-TYPE-FILE.
           PERFORM 175-READ-PROPERTY-TYPE UNTIL TYPE-EOF.
           CLOSE PROP-TYPE-FILE.

       175-READ-PROPERTY-TYPE.
           READ PROP-TYPE-FILE
               AT END MOVE 'Y' TO WS-TYPE-EOF-SWITCH
           END-READ.
           IF NOT TYPE-EOF AND PTY-CODE NOT = SPACES
              AND WS-PTY-TAB-MAX < 100
               ADD 1 TO WS-PTY-TAB-MAX
               MOVE PTY-CODE TO WS-PTY-CODE(WS-PTY-TAB-MAX)
               MOVE PTY-STATE-CLASS
                    TO WS-PTY-STATE-CLASS(WS-PTY-TAB-MAX)
           END-IF.

      *****************************************************************
      * EVERY CASE WHOSE INCIDENT DATE FALLS IN THE REPORT MONTH
      * TALLIES UNDER ITS FBI CODE.  THE CASEAIX COMMUNITY-AREA INDEX
      * HANDS OVER JUST THE MONTH'S CASES; WITHOUT IT (NOT YET BUILT)
      * THE WHOLE MASTER IS READ AS BEFORE
      *****************************************************************
       200-TALLY-CASE-MASTER.
           OPEN INPUT CASE-MASTER-FILE.
           OPEN INPUT PROP-MASTER-FILE.
           IF WS-PROPMAST-STATUS = '00'
               MOVE 'Y' TO WS-PROP-AVAILABLE-SWITCH
           END-IF.
           OPEN INPUT CASE-AIX-FILE.
           IF WS-CASEAIX-STATUS = '00'
               PERFORM 260-BROWSE-MONTH-SLICE
               CLOSE CASE-AIX-FILE
           ELSE
               MOVE LOW-VALUES TO CM-CASE-NUMBER
               START CASE-MASTER-FILE KEY >= CM-CASE-NUMBER
                   INVALID KEY MOVE '23' TO WS-CASEMAST-STATUS
               END-START
               IF WS-CASEMAST-STATUS = '00'
                   PERFORM 210-READ-NEXT-CASE
                       UNTIL WS-CASEMAST-STATUS NOT = '00'
               END-IF
           END-IF.
           CLOSE CASE-MASTER-FILE.
           IF PROP-AVAILABLE
               CLOSE PROP-MASTER-FILE
           END-IF.

       210-READ-NEXT-CASE.
           READ CASE-MASTER-FILE NEXT RECORD
               AT END MOVE '10' TO WS-CASEMAST-STATUS
           END-READ.
           IF WS-CASEMAST-STATUS = '00'
               PERFORM 215-TALLY-ONE-CASE
           END-IF.

      *THE MONTH TEST STANDS ON THE INDEXED PATH TOO*******************
       215-TALLY-ONE-CASE.
           ADD 1 TO WS-CASES-READ.
           CALL CONVERT-DATE USING CM-DATE-TIME
                           WS-DATE-CONVR
                           WS-TIME-CONVR
                           WS-CONVDATE-STATUS.
           IF WS-CONVDATE-VALID
              AND WS-YEAR = WS-RPT-YEAR
              AND WS-MONTH = WS-RPT-MONTH
               ADD 1 TO WS-CASES-IN-MONTH
               PERFORM 220-TALLY-FBI-CODE
               IF PROP-AVAILABLE
                   PERFORM 230-TALLY-CASE-PROPERTY
               END-IF
           END-IF.

               SET FBI-IDX UP BY 1
           END-IF.

      *****************************************************************
      * THE CASE'S PROPERTY LINES FOLLOW ONE ANOTHER ON PROPMAST -
      * POSITION AT LINE ZERO AND READ ON WHILE THE CASE HOLDS
      *****************************************************************
       230-TALLY-CASE-PROPERTY.
           MOVE CM-CASE-NUMBER TO PR-CASE-NUMBER.
           MOVE 0 TO PR-LINE-NO.
           START PROP-MASTER-FILE KEY >= PR-KEY
               INVALID KEY MOVE '23' TO WS-PROPMAST-STATUS
           END-START.
           IF WS-PROPMAST-STATUS = '00'
               PERFORM 235-READ-NEXT-PROPERTY-LINE
                   UNTIL WS-PROPMAST-STATUS NOT = '00'
           END-IF.

       235-READ-NEXT-PROPERTY-LINE.
           READ PROP-MASTER-FILE NEXT RECORD
               AT END MOVE '10' TO WS-PROPMAST-STATUS
           END-READ.
           IF WS-PROPMAST-STATUS = '00'
               IF PR-CASE-NUMBER NOT = CM-CASE-NUMBER
                   MOVE '10' TO WS-PROPMAST-STATUS
               ELSE
                   ADD 1 TO WS-PROP-LINES
                   PERFORM 240-TALLY-PROPERTY-CLASS
               END-IF
           END-IF.

      *A TYPE CODE SINCE DROPPED FROM PRPTYPE REPORTS AS MISCELLANEOUS*
       240-TALLY-PROPERTY-CLASS.
           MOVE 'K' TO WS-LINE-CLASS.
           MOVE 'N' TO WS-FOUND-SWITCH.
           SET PTY-IDX TO 1.
           PERFORM 245-SEARCH-PROPERTY-TYPE
               UNTIL PTY-IDX > WS-PTY-TAB-MAX OR WS-FOUND.
           IF WS-FOUND
               MOVE WS-PTY-STATE-CLASS(PTY-IDX) TO WS-LINE-CLASS
           END-IF.
           MOVE 'N' TO WS-FOUND-SWITCH.
           SET PCL-IDX TO 1.
           PERFORM 247-SEARCH-CLASS-ENTRY
               UNTIL PCL-IDX > WS-PCL-TAB-MAX OR WS-FOUND.
           IF NOT WS-FOUND AND WS-PCL-TAB-MAX < 30
               ADD 1 TO WS-PCL-TAB-MAX
               SET PCL-IDX TO WS-PCL-TAB-MAX
               MOVE WS-LINE-CLASS TO WS-PCL-CLASS(PCL-IDX)
               MOVE 0 TO WS-PCL-STOLEN(PCL-IDX)
               MOVE 0 TO WS-PCL-RECOVERED(PCL-IDX)
               MOVE 'Y' TO WS-FOUND-SWITCH
           END-IF.
           IF WS-FOUND
               ADD PR-STOLEN-VALUE TO WS-PCL-STOLEN(PCL-IDX)
               ADD PR-RECOVERED-VALUE TO WS-PCL-RECOVERED(PCL-IDX)
           END-IF.

       245-SEARCH-PROPERTY-TYPE.
           IF WS-PTY-CODE(PTY-IDX) = PR-TYPE-CODE
               MOVE 'Y' TO WS-FOUND-SWITCH
           ELSE
               SET PTY-IDX UP BY 1
           END-IF.

       247-SEARCH-CLASS-ENTRY.
           IF WS-PCL-CLASS(PCL-IDX) = WS-LINE-CLASS
               MOVE 'Y' TO WS-FOUND-SWITCH
           ELSE
               SET PCL-IDX UP BY 1
           END-IF.

      *****************************************************************
      * THE UCR HIERARCHY RUNS LOWEST CLASS CODE FIRST (01 CRIMINAL
      * HOMICIDE DOWN THROUGH THE PART II CLASSES) - A STRAIGHT
      * EXCHANGE SORT ON THE CODE PUTS THE SUBMISSION IN THAT ORDER
      *****************************************************************
      * SKIP-SEQUENTIAL BROWSE OF ONE CASEAIX INDEX TYPE: FOR EACH
      * INDEX VALUE (AREA, BEAT OR IUCR) IN TURN, START AT THE FROM
      * DATE, READ TO THE TO DATE, THEN JUMP PAST THE REST OF THAT
      * VALUE.  EACH ENTRY INSIDE THE WINDOW IS READ OFF CASEMAST
      *****************************************************************
       260-BROWSE-MONTH-SLICE.
           MOVE 'A' TO WS-AIX-INDEX-TYPE.
           MOVE WS-RPT-YEAR TO WS-AIX-FROM-DATE(1:4).
           MOVE WS-RPT-MONTH TO WS-AIX-FROM-DATE(5:2).
           MOVE '01' TO WS-AIX-FROM-DATE(7:2).
           MOVE WS-AIX-FROM-DATE TO WS-AIX-TO-DATE.
           MOVE '31' TO WS-AIX-TO-DATE(7:2).
           MOVE LOW-VALUES TO WS-AIX-INDEX-VALUE.
           MOVE 'N' TO WS-AIX-EOF-SWITCH.
           PERFORM 262-POSITION-AT-FROM-DATE.
           PERFORM 266-READ-NEXT-INDEX-ENTRY UNTIL AIX-EOF.

       262-POSITION-AT-FROM-DATE.
           MOVE WS-AIX-INDEX-TYPE TO AX-INDEX-TYPE.
           MOVE WS-AIX-INDEX-VALUE TO AX-INDEX-VALUE.
           MOVE WS-AIX-FROM-DATE TO AX-INDEX-DATE.
           MOVE LOW-VALUES TO AX-CASE-NUMBER.
           START CASE-AIX-FILE KEY NOT < AX-KEY
               INVALID KEY MOVE 'Y' TO WS-AIX-EOF-SWITCH
           END-START.

       264-SKIP-PAST-INDEX-VALUE.
           MOVE WS-AIX-INDEX-TYPE TO AX-INDEX-TYPE.
           MOVE WS-AIX-INDEX-VALUE TO AX-INDEX-VALUE.
           MOVE HIGH-VALUES TO AX-INDEX-DATE.
           MOVE HIGH-VALUES TO AX-CASE-NUMBER.
           START CASE-AIX-FILE KEY > AX-KEY
               INVALID KEY MOVE 'Y' TO WS-AIX-EOF-SWITCH
           END-START.

       266-READ-NEXT-INDEX-ENTRY.
           READ CASE-AIX-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-AIX-EOF-SWITCH
           END-READ.
           IF NOT AIX-EOF
               IF AX-INDEX-TYPE NOT = WS-AIX-INDEX-TYPE
                   MOVE 'Y' TO WS-AIX-EOF-SWITCH
               ELSE
                   MOVE AX-INDEX-VALUE TO WS-AIX-INDEX-VALUE
                   EVALUATE TRUE
                       WHEN AX-INDEX-DATE < WS-AIX-FROM-DATE
                           PERFORM 262-POSITION-AT-FROM-DATE
                       WHEN AX-INDEX-DATE > WS-AIX-TO-DATE
                           PERFORM 264-SKIP-PAST-INDEX-VALUE
                       WHEN OTHER
                           PERFORM 268-READ-INDEXED-CASE
                   END-EVALUATE
               END-IF
           END-IF.

      *AN ENTRY WHOSE CASE HAS SINCE LEFT THE MASTER IS PASSED OVER****
       268-READ-INDEXED-CASE.
           MOVE AX-CASE-NUMBER TO CM-CASE-NUMBER.
           READ CASE-MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY PERFORM 215-TALLY-ONE-CASE
           END-READ.

      *****************************************************************
       300-SORT-HIERARCHY-ORDER.
           PERFORM 310-SORT-OUTER-PASS
           END-IF.
           ADD 1 TO WS-SORT-SUB2.

      *****************************************************************
      * THE SAME EXCHANGE SORT PUTS THE PROPERTY CLASSES IN ORDER
      *****************************************************************
       350-SORT-PROPERTY-CLASSES.
           PERFORM 360-SORT-CLASS-OUTER-PASS
               VARYING WS-SORT-SUB FROM 1 BY 1
               UNTIL WS-SORT-SUB >= WS-PCL-TAB-MAX.

       360-SORT-CLASS-OUTER-PASS.
           COMPUTE WS-SORT-SUB2 = WS-SORT-SUB + 1.
           PERFORM 370-SORT-CLASS-INNER-PASS
               UNTIL WS-SORT-SUB2 > WS-PCL-TAB-MAX.

       370-SORT-CLASS-INNER-PASS.
           IF WS-PCL-CLASS(WS-SORT-SUB2) < WS-PCL-CLASS(WS-SORT-SUB)
               MOVE WS-PCL-ENTRY(WS-SORT-SUB) TO WS-PCL-SWAP-ENTRY
               MOVE WS-PCL-ENTRY(WS-SORT-SUB2)
                   TO WS-PCL-ENTRY(WS-SORT-SUB)
               MOVE WS-PCL-SWAP-ENTRY TO WS-PCL-ENTRY(WS-SORT-SUB2)
           END-IF.
           ADD 1 TO WS-SORT-SUB2.

      *****************************************************************
       400-WRITE-SUBMISSION.
           OPEN OUTPUT UCR-SUBMIT-FILE.
               DELIMITED BY SIZE INTO PRF-OUT-REC.
           WRITE PRF-OUT-REC.
           CLOSE UCR-SUBMIT-FILE.

       410-WRITE-SUBMIT-REC.
           MOVE WS-ORI-CODE TO US-ORI-CODE.
           WRITE PRF-OUT-REC.
           SET FBI-IDX UP BY 1.

      *****************************************************************
      * PROPERTY SUMMARY - CENTS ROUND TO WHOLE DOLLARS; THE CLASS
      * LINES FOLLOW THE OFFENSE PROOF TOTAL ON THE PROOF REPORT
      *****************************************************************
       450-WRITE-PROPERTY-SUMMARY.
           OPEN OUTPUT UCR-PROPERTY-FILE.
           MOVE SPACES TO PRF-OUT-REC.
           WRITE PRF-OUT-REC.
           SET PCL-IDX TO 1.
           PERFORM 460-WRITE-PROPERTY-REC
               UNTIL PCL-IDX > WS-PCL-TAB-MAX.
           CLOSE UCR-PROPERTY-FILE.
           CLOSE PROOF-REPORT-FILE.

       460-WRITE-PROPERTY-REC.
           MOVE WS-ORI-CODE TO UP-ORI-CODE.
           MOVE SPACES TO UP-REPORT-MONTH.
           STRING WS-RPT-YEAR WS-RPT-MONTH
               DELIMITED BY SIZE INTO UP-REPORT-MONTH.
           MOVE WS-SUBMIT-MODE TO UP-SUBMIT-MODE.
           MOVE WS-PCL-CLASS(PCL-IDX) TO UP-PROPERTY-CLASS.
           COMPUTE UP-STOLEN-VALUE ROUNDED =
                   WS-PCL-STOLEN(PCL-IDX).
           COMPUTE UP-RECOVERED-VALUE ROUNDED =
                   WS-PCL-RECOVERED(PCL-IDX).
           WRITE UCR-PROPERTY-REC.
           ADD 1 TO WS-PROP-WRITTEN.
           MOVE WS-PCL-CLASS(PCL-IDX) TO PRP-CLASS.
           MOVE UP-STOLEN-VALUE TO PRP-STOLEN.
           MOVE UP-RECOVERED-VALUE TO PRP-RECOVERED.
           MOVE PRF-PROPERTY-LINE TO PRF-OUT-REC.
           WRITE PRF-OUT-REC.
           SET PCL-IDX UP BY 1.

      *DISPLAY THE SUBMISSION DISPOSITION TOTALS***********************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           DISPLAY 'Submission Records Written: ' WS-SUBMIT-WRITTENZ.
           MOVE WS-PROOF-TOTAL TO WS-PROOF-TOTALZ.
           DISPLAY 'Proof Total               : ' WS-PROOF-TOTALZ.
           MOVE WS-PROP-LINES TO WS-PROP-LINESZ.
           DISPLAY 'Property Lines In Month   : ' WS-PROP-LINESZ.
           MOVE WS-PROP-WRITTEN TO WS-PROP-WRITTENZ.
           DISPLAY 'Property Records Written  : ' WS-PROP-WRITTENZ.
           IF WS-PROOF-TOTAL NOT = WS-CASES-IN-MONTH
               DISPLAY '*** PROOF TOTAL DOES NOT BALANCE TO THE '
                       'MONTH COUNT - DO NOT TRANSMIT ***'
