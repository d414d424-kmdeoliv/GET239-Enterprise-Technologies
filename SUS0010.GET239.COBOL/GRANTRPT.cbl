      *****************************************************************
      *PURPOSE: Federal grant performance report for the domestic
      *violence and stalking unit.  The semi-annual report used to be
      *put together by hand from DVCASES, the DVREFER transmittals,
      *LAB6 and ASGNMAST.  This program answers the grant's questions
      *for the reporting period on the GRANTCTL card (FROM and TO,
      *CCYYMMDD; with no card, the last complete half year):
      *  Q1/Q2 - new domestic (CM-DOMESTIC = 'Y') and new stalking (an
      *          STALKCTL ICD code, the codes LAB6 qualifies on) cases
      *          by incident date off CASEMAST, with Q3 the two
      *          unduplicated - a domestic stalking case counts once
      *  Q4    - arrests made in those new cases
      *  Q5/Q6 - referrals transmitted to the advocate office and
      *          referrals held by the DVEXCL exclusion list, off the
      *          DVRFLOG log DVREFER keeps each night
      *  Q7    - possible order-of-protection violations first listed
      *          in the period, off the OPHITS file OPMATCH keeps
      *  Q8    - domestic and stalking cases disposed of in the
      *          period on ASGNMAST, by disposition code
      *Each case counted is also written to the GRANTDTL detail file
      *(question, case, date, domestic/stalking flag, reference) the
      *auditors tie the answers back to.
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      GRANTRPT.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    February 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASE-MASTER-FILE ASSIGN TO CASEMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-CASE-NUMBER
           FILE STATUS IS WS-CASEMAST-STATUS.
           SELECT ASSIGN-MASTER-FILE ASSIGN TO ASGNMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AS-CASE-NUMBER
           FILE STATUS IS WS-ASGNMAST-STATUS.
           SELECT REFERRAL-LOG-FILE ASSIGN TO DVRFLOG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RL-KEY
           FILE STATUS IS WS-DVRFLOG-STATUS.
           SELECT ORDER-HIT-FILE ASSIGN TO OPHITS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OH-KEY
           FILE STATUS IS WS-OPHITS-STATUS.
           SELECT STALK-CTL-FILE ASSIGN TO STALKCTL
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GRANT-CTL-FILE ASSIGN TO GRANTCTL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GRANTCTL-STATUS.
           SELECT GRANT-REPORT-FILE ASSIGN TO GRANTRPT
           ORGANIZATION IS SEQUENTIAL.
           SELECT GRANT-DETAIL-FILE ASSIGN TO GRANTDTL
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****PERSISTENT CASE MASTER - ONLY THE FIELDS THE REPORT NEEDS***
       FD  CASE-MASTER-FILE.
       01  CASE-MASTER-REC.
           05  CM-CASE-NUMBER               PIC X(8).
           05  CM-DATE-TIME                 PIC X(15).
           05  FILLER                       PIC X(40).
           05  CM-IUCR                      PIC X(4).
           05  FILLER                       PIC X(130).
           05  CM-ARREST                    PIC X.
           05  CM-DOMESTIC                  PIC X.
           05  FILLER                       PIC X(67).

      *****ASSIGNMENT MASTER - SEE DISPASGN****************************
       FD  ASSIGN-MASTER-FILE.
       01  ASSIGN-MASTER-REC.
           05  AS-CASE-NUMBER               PIC X(8).
           05  AS-ANALYST-ID                PIC X(4).
           05  AS-ASSIGNED-DATE             PIC X(8).
           05  AS-DISPO-CODE                PIC X(2).
           05  AS-DISPO-DATE                PIC X(8).

      *****REFERRAL LOG - SEE DVREFER**********************************
       FD  REFERRAL-LOG-FILE.
       01  REFERRAL-LOG-REC.
           05  RL-KEY.
               10  RL-CASE-NUMBER           PIC X(8).
               10  RL-SETTLED-DATE          PIC X(8).
           05  RL-ACTION                    PIC X(1).
               88  RL-TRANSMITTED                       VALUE 'T'.
               88  RL-EXCLUDED                          VALUE 'X'.
           05  RL-INCIDENT-DATE             PIC X(8).
           05  RL-BEAT                      PIC X(4).

      *****POSSIBLE ORDER-OF-PROTECTION VIOLATIONS - SEE OPMATCH*******
       FD  ORDER-HIT-FILE.
       01  ORDER-HIT-REC.
           05  OH-KEY.
               10  OH-ORDER-NO              PIC X(12).
               10  OH-CASE-NUMBER           PIC X(8).
           05  OH-REPORTED-DATE             PIC X(8).

      *****************************************************************
      * CONTROL FILE OF QUALIFYING IUCR CODES FOR STALKING - SAME
      * LAYOUT LAB6 LOADS (THE YR ENTRIES ARE NOT NEEDED HERE)
      *****************************************************************
       FD  STALK-CTL-FILE.
       01  STALK-CTL-REC.
           05  SCT-TYPE                     PIC X(4).
           05  SCT-VALUE                    PIC X(4).

      *****CONTROL CARDS - REPORTING PERIOD FROM AND TO (CCYYMMDD)*****
       FD  GRANT-CTL-FILE.
       01  GRANT-CTL-REC.
           05  GCC-TYPE                     PIC X(4).
           05  FILLER                       PIC X.
           05  GCC-DATE                     PIC X(8).

      ***GRANT QUESTION LAYOUT*****************************************
       FD  GRANT-REPORT-FILE.
       01  GRT-OUT-REC                      PIC X(80).

      *****************************************************************
      * CASE-LEVEL SUPPORT FOR THE AUDITORS - ONE RECORD PER CASE PER
      * QUESTION IT IS COUNTED UNDER.  THE REFERENCE IS THE ORDER
      * NUMBER (Q7), THE DISPOSITION CODE (Q8) OR BLANK
      *****************************************************************
       FD  GRANT-DETAIL-FILE.
       01  GRANT-DETAIL-REC.
           05  GD-QUESTION                  PIC X(2).
           05  GD-CASE-NUMBER               PIC X(8).
           05  GD-EVENT-DATE                PIC X(8).
           05  GD-CATEGORY                  PIC X(1).
           05  GD-IUCR                      PIC X(4).
           05  GD-ARREST                    PIC X(1).
           05  GD-REFERENCE                 PIC X(12).
           05  FILLER                       PIC X(4).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-CTL-EOF-SWITCH        PIC X        VALUE 'N'.
              88 CTL-EOF                            VALUE 'Y'.
           05 WS-GCC-EOF-SWITCH        PIC X        VALUE 'N'.
              88 GCC-EOF                            VALUE 'Y'.
           05 WS-FOUND-SWITCH          PIC X        VALUE 'N'.
              88 WS-FOUND                           VALUE 'Y'.
           05 WS-STALKING-SWITCH       PIC X        VALUE 'N'.
              88 CASE-IS-STALKING                   VALUE 'Y'.
           05 WS-DVRFLOG-OPEN-SWITCH   PIC X        VALUE 'N'.
              88 DVRFLOG-OPEN                       VALUE 'Y'.
           05 WS-OPHITS-OPEN-SWITCH    PIC X        VALUE 'N'.
              88 OPHITS-OPEN                        VALUE 'Y'.
       01 WS-CASEMAST-STATUS           PIC XX.
       01 WS-ASGNMAST-STATUS           PIC XX.
       01 WS-DVRFLOG-STATUS            PIC XX.
       01 WS-OPHITS-STATUS             PIC XX.
       01 WS-GRANTCTL-STATUS           PIC XX.
       01 WS-TODAY                     PIC X(8).

      *****CONVERTED DATE *********************************************
       01  WS-DATE-CONV.
           05  WS-MONTH              PIC XX.
           05  WS-DAY                PIC XX.
           05  WS-YEAR               PIC X(4).
       01  WS-DATE-CONVR REDEFINES WS-DATE-CONV.
           05  WS-MONTH9             PIC 99.
           05  WS-DAY9               PIC 99.
           05  WS-YEAR9              PIC 9(4).
       01  WS-TIME-CONV.
           05  WS-HOUR               PIC XX.
           05  WS-MIN                PIC XX.
       01  WS-TIME-CONVR REDEFINES WS-TIME-CONV.
           05  WS-HOUR9              PIC 99.
           05  WS-MIN9               PIC 99.

      **** CALLED PROGRAM *********************************************
       01  CONVERT-DATE                  PIC X(8) VALUE 'CONVDATE'.
       01  WS-CONVDATE-STATUS             PIC X(1).
           88  WS-CONVDATE-VALID                       VALUE '0'.

      *****REPORTING PERIOD********************************************
       01 WS-FROM-DATE             PIC X(8)     VALUE SPACES.
       01 WS-TO-DATE               PIC X(8)     VALUE SPACES.
       01 WS-DEFAULT-YEAR          PIC 9(4).
       01 WS-INCIDENT-DATE         PIC X(8).
       01 WS-CASE-CATEGORY         PIC X(1).

      *****CONTROL TABLE LOADED FROM STALKCTL (ICD ENTRIES ONLY)*******
       01 WS-STALK-IUCR-TAB-MAX    PIC 99       VALUE 0.
       01 WS-STALK-IUCR-TABLE.
           05 WS-STALK-IUCR-ENTRY OCCURS 20 TIMES
                                   INDEXED BY STALK-IUCR-IDX.
              10 WS-STALK-IUCR-CODE     PIC X(4).

      *****CLOSURES BY DISPOSITION CODE********************************
       01 WS-DSP-TAB-MAX           PIC 9(3)     VALUE 0.
       01 WS-DSP-TABLE.
           05 WS-DSP-ENTRY OCCURS 100 TIMES
                             INDEXED BY DSP-IDX.
              10 WS-DSP-CODE           PIC X(2).
              10 WS-DSP-COUNT          PIC 9(7).
       01 WS-SWAP-ENTRY                PIC X(9).
       01 WS-SORT-SUB              PIC 9(3).
       01 WS-SORT-SUB2             PIC 9(3).

      *****GRANT QUESTION COUNTS***************************************
       01 WS-Q-NEW-DOMESTIC        PIC 9(7)     VALUE 0.
       01 WS-Q-NEW-STALKING        PIC 9(7)     VALUE 0.
       01 WS-Q-NEW-UNDUPLICATED    PIC 9(7)     VALUE 0.
       01 WS-Q-ARRESTS             PIC 9(7)     VALUE 0.
       01 WS-Q-REFERRALS-SENT      PIC 9(7)     VALUE 0.
       01 WS-Q-REFERRALS-HELD      PIC 9(7)     VALUE 0.
       01 WS-Q-ORDER-MATCHES       PIC 9(7)     VALUE 0.
       01 WS-Q-CASES-CLOSED        PIC 9(7)     VALUE 0.

      *****REPORT DISPOSITION COUNTERS*********************************
       01 WS-CASES-READ            PIC 9(7)     VALUE 0.
       01 WS-CASES-READZ           PIC Z,ZZZ,ZZ9.
       01 WS-LOG-READ              PIC 9(7)     VALUE 0.
       01 WS-LOG-READZ             PIC Z,ZZZ,ZZ9.
       01 WS-HITS-READ             PIC 9(7)     VALUE 0.
       01 WS-HITS-READZ            PIC Z,ZZZ,ZZ9.
       01 WS-ASSIGNMENTS-READ      PIC 9(7)     VALUE 0.
       01 WS-ASSIGNMENTS-READZ     PIC Z,ZZZ,ZZ9.
       01 WS-DETAIL-WRITTEN        PIC 9(7)     VALUE 0.
       01 WS-DETAIL-WRITTENZ       PIC Z,ZZZ,ZZ9.

      *****REPORT LINE LAYOUTS*****************************************
       01  GRT-HEADING-1.
           05                 PIC X(50) VALUE
               'DV/STALKING UNIT - GRANT PERFORMANCE REPORT'.
       01  GRT-HEADING-2.
           05                 PIC X(18) VALUE 'REPORTING PERIOD: '.
           05  GRH-FROM-DATE  PIC X(8).
           05                 PIC X(6)  VALUE ' THRU '.
           05  GRH-TO-DATE    PIC X(8).
       01  GRT-QUESTION-LINE.
           05  GRQ-NUMBER         PIC X(4).
           05  GRQ-TEXT           PIC X(52).
           05                     PIC X(2)  VALUE SPACES.
           05  GRQ-COUNT          PIC Z,ZZZ,ZZ9.
           05                     PIC X(13) VALUE SPACES.
       01  GRT-NOTE-LINE.
           05                     PIC X(4)  VALUE SPACES.
           05  GRN-TEXT           PIC X(76).

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-REPORTING-PERIOD.
           PERFORM 170-LOAD-STALK-CONTROL.
           PERFORM 200-OPEN-FILES.
           PERFORM 300-COUNT-NEW-CASES.
           PERFORM 330-COUNT-REFERRALS.
           PERFORM 350-COUNT-ORDER-MATCHES.
           PERFORM 370-COUNT-CLOSURES.
           PERFORM 400-SORT-DISPO-TABLE.
           PERFORM 450-WRITE-GRANT-REPORT.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies GRANTRPT*'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* February, 2017                         *'.
           DISPLAY '******************************************'.

      *****************************************************************
      * FROM AND TO COME OFF GRANTCTL.  WITH NEITHER CARD THE PERIOD
      * IS THE LAST COMPLETE HALF YEAR (JAN-JUN OR JUL-DEC); A CARD
      * THAT IS NOT A DATE, OR A FROM AFTER THE TO, ENDS THE RUN
      *****************************************************************
       150-LOAD-REPORTING-PERIOD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           OPEN INPUT GRANT-CTL-FILE.
           IF WS-GRANTCTL-STATUS NOT = '00'
               MOVE 'Y' TO WS-GCC-EOF-SWITCH
           END-IF.
           PERFORM 155-READ-GRANT-CTL-REC UNTIL GCC-EOF.
           IF WS-GRANTCTL-STATUS = '00' OR WS-GRANTCTL-STATUS = '10'
               CLOSE GRANT-CTL-FILE
           END-IF.
           IF WS-FROM-DATE = SPACES AND WS-TO-DATE = SPACES
               PERFORM 160-DEFAULT-HALF-YEAR
           END-IF.
           IF WS-FROM-DATE NOT NUMERIC
              OR WS-TO-DATE NOT NUMERIC
              OR WS-FROM-DATE > WS-TO-DATE
               DISPLAY '*** GRANTCTL PERIOD INVALID: ' WS-FROM-DATE
                   ' THRU ' WS-TO-DATE ' ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'REPORTING PERIOD: ' WS-FROM-DATE ' THRU '
               WS-TO-DATE.

       155-READ-GRANT-CTL-REC.
           READ GRANT-CTL-FILE
               AT END MOVE 'Y' TO WS-GCC-EOF-SWITCH
           END-READ.
           IF NOT GCC-EOF
               EVALUATE GCC-TYPE
                   WHEN 'FROM'
                       MOVE GCC-DATE TO WS-FROM-DATE
                   WHEN 'TO  '
                       MOVE GCC-DATE TO WS-TO-DATE
               END-EVALUATE
           END-IF.

       160-DEFAULT-HALF-YEAR.
           MOVE WS-TODAY(1:4) TO WS-DEFAULT-YEAR.
           IF WS-TODAY(5:2) < '07'
               SUBTRACT 1 FROM WS-DEFAULT-YEAR
               MOVE WS-DEFAULT-YEAR TO WS-FROM-DATE(1:4)
               MOVE '0701' TO WS-FROM-DATE(5:4)
               MOVE WS-DEFAULT-YEAR TO WS-TO-DATE(1:4)
               MOVE '1231' TO WS-TO-DATE(5:4)
           ELSE
               MOVE WS-DEFAULT-YEAR TO WS-FROM-DATE(1:4)
               MOVE '0101' TO WS-FROM-DATE(5:4)
               MOVE WS-DEFAULT-YEAR TO WS-TO-DATE(1:4)
               MOVE '0630' TO WS-TO-DATE(5:4)
           END-IF.

      *****************************************************************
       170-LOAD-STALK-CONTROL.
           OPEN INPUT STALK-CTL-FILE.
           PERFORM 175-READ-STALK-CTL-REC UNTIL CTL-EOF.
           CLOSE STALK-CTL-FILE.

       175-READ-STALK-CTL-REC.
           READ STALK-CTL-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF-SWITCH
           END-READ.
           IF NOT CTL-EOF
               IF SCT-TYPE = 'ICD ' AND WS-STALK-IUCR-TAB-MAX < 20
                   ADD 1 TO WS-STALK-IUCR-TAB-MAX
                   MOVE SCT-VALUE
                        TO WS-STALK-IUCR-CODE(WS-STALK-IUCR-TAB-MAX)
               END-IF
           END-IF.

      *****************************************************************
      * CASEMAST AND ASGNMAST ARE REQUIRED.  THE REFERRAL LOG AND THE
      * ORDER HIT FILE ONLY EXIST ONCE DVREFER AND OPMATCH HAVE RUN -
      * WITHOUT ONE, ITS QUESTIONS ANSWER ZERO AND THE REPORT SAYS SO
      *****************************************************************
       200-OPEN-FILES.
           OPEN INPUT CASE-MASTER-FILE.
           OPEN INPUT ASSIGN-MASTER-FILE.
           IF WS-CASEMAST-STATUS NOT = '00'
              OR WS-ASGNMAST-STATUS NOT = '00'
               DISPLAY '*** CASEMAST/ASGNMAST NOT AVAILABLE ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT REFERRAL-LOG-FILE.
           IF WS-DVRFLOG-STATUS = '00'
               MOVE 'Y' TO WS-DVRFLOG-OPEN-SWITCH
           ELSE
               DISPLAY '*** DVRFLOG NOT AVAILABLE - Q5/Q6 ZERO ***'
           END-IF.
           OPEN INPUT ORDER-HIT-FILE.
           IF WS-OPHITS-STATUS = '00'
               MOVE 'Y' TO WS-OPHITS-OPEN-SWITCH
           ELSE
               DISPLAY '*** OPHITS NOT AVAILABLE - Q7 ZERO ***'
           END-IF.
           OPEN OUTPUT GRANT-REPORT-FILE.
           OPEN OUTPUT GRANT-DETAIL-FILE.

      *****************************************************************
      * NEW CASES - EVERY DOMESTIC OR STALKING CASE ON THE MASTER
      * WHOSE INCIDENT DATE FALLS IN THE PERIOD
      *****************************************************************
       300-COUNT-NEW-CASES.
           MOVE LOW-VALUES TO CM-CASE-NUMBER.
           START CASE-MASTER-FILE KEY >= CM-CASE-NUMBER
               INVALID KEY MOVE '23' TO WS-CASEMAST-STATUS
           END-START.
           IF WS-CASEMAST-STATUS = '00'
               PERFORM 310-READ-NEXT-CASE
                   UNTIL WS-CASEMAST-STATUS NOT = '00'
           END-IF.

       310-READ-NEXT-CASE.
           READ CASE-MASTER-FILE NEXT RECORD
               AT END MOVE '10' TO WS-CASEMAST-STATUS
           END-READ.
           IF WS-CASEMAST-STATUS = '00'
               ADD 1 TO WS-CASES-READ
               PERFORM 320-CLASSIFY-CASE
               IF WS-CASE-CATEGORY NOT = SPACE
                   PERFORM 325-FILL-INCIDENT-DATE
                   IF WS-INCIDENT-DATE NOT < WS-FROM-DATE
                      AND WS-INCIDENT-DATE NOT > WS-TO-DATE
                       PERFORM 315-COUNT-ONE-NEW-CASE
                   END-IF
               END-IF
           END-IF.

       315-COUNT-ONE-NEW-CASE.
           ADD 1 TO WS-Q-NEW-UNDUPLICATED.
           IF CM-DOMESTIC = 'Y'
               ADD 1 TO WS-Q-NEW-DOMESTIC
               MOVE SPACES TO GD-REFERENCE
               MOVE 'Q1' TO GD-QUESTION
               PERFORM 390-WRITE-CASE-DETAIL
           END-IF.
           IF CASE-IS-STALKING
               ADD 1 TO WS-Q-NEW-STALKING
               MOVE SPACES TO GD-REFERENCE
               MOVE 'Q2' TO GD-QUESTION
               PERFORM 390-WRITE-CASE-DETAIL
           END-IF.
           IF CM-ARREST = 'Y'
               ADD 1 TO WS-Q-ARRESTS
               MOVE SPACES TO GD-REFERENCE
               MOVE 'Q4' TO GD-QUESTION
               PERFORM 390-WRITE-CASE-DETAIL
           END-IF.

      *****************************************************************
      * 'D' DOMESTIC, 'S' STALKING, 'B' BOTH, SPACE NEITHER - FOR THE
      * CASE NOW IN THE CASEMAST RECORD AREA
      *****************************************************************
       320-CLASSIFY-CASE.
           MOVE 'N' TO WS-STALKING-SWITCH.
           SET STALK-IUCR-IDX TO 1.
           PERFORM 322-SEARCH-STALK-IUCR
               UNTIL STALK-IUCR-IDX > WS-STALK-IUCR-TAB-MAX
                  OR CASE-IS-STALKING.
           EVALUATE TRUE
               WHEN CASE-IS-STALKING AND CM-DOMESTIC = 'Y'
                   MOVE 'B' TO WS-CASE-CATEGORY
               WHEN CASE-IS-STALKING
                   MOVE 'S' TO WS-CASE-CATEGORY
               WHEN CM-DOMESTIC = 'Y'
                   MOVE 'D' TO WS-CASE-CATEGORY
               WHEN OTHER
                   MOVE SPACE TO WS-CASE-CATEGORY
           END-EVALUATE.

       322-SEARCH-STALK-IUCR.
           IF CM-IUCR = WS-STALK-IUCR-CODE(STALK-IUCR-IDX)
               MOVE 'Y' TO WS-STALKING-SWITCH
           ELSE
               SET STALK-IUCR-IDX UP BY 1
           END-IF.

       325-FILL-INCIDENT-DATE.
           MOVE '00000000' TO WS-INCIDENT-DATE.
           CALL CONVERT-DATE USING CM-DATE-TIME
                           WS-DATE-CONVR
                           WS-TIME-CONVR
                           WS-CONVDATE-STATUS.
           IF WS-CONVDATE-VALID
               MOVE WS-YEAR9 TO WS-INCIDENT-DATE(1:4)
               MOVE WS-MONTH9 TO WS-INCIDENT-DATE(5:2)
               MOVE WS-DAY9 TO WS-INCIDENT-DATE(7:2)
           END-IF.

      *****************************************************************
      * REFERRALS - EVERY DVRFLOG ENTRY SETTLED IN THE PERIOD, SENT
      * OR HELD.  A CASE SENT AGAIN ON A LATER NIGHT IS A SECOND
      * TRANSMITTAL, AS IT WAS ON THAT NIGHT'S DVXMIT COUNT
      *****************************************************************
       330-COUNT-REFERRALS.
           IF DVRFLOG-OPEN
               MOVE LOW-VALUES TO RL-KEY
               START REFERRAL-LOG-FILE KEY >= RL-KEY
                   INVALID KEY MOVE '23' TO WS-DVRFLOG-STATUS
               END-START
               IF WS-DVRFLOG-STATUS = '00'
                   PERFORM 335-READ-NEXT-REFERRAL
                       UNTIL WS-DVRFLOG-STATUS NOT = '00'
               END-IF
           END-IF.

       335-READ-NEXT-REFERRAL.
           READ REFERRAL-LOG-FILE NEXT RECORD
               AT END MOVE '10' TO WS-DVRFLOG-STATUS
           END-READ.
           IF WS-DVRFLOG-STATUS = '00'
               ADD 1 TO WS-LOG-READ
               IF RL-SETTLED-DATE NOT < WS-FROM-DATE
                  AND RL-SETTLED-DATE NOT > WS-TO-DATE
                   IF RL-TRANSMITTED
                       ADD 1 TO WS-Q-REFERRALS-SENT
                       MOVE 'Q5' TO GD-QUESTION
                   ELSE
                       ADD 1 TO WS-Q-REFERRALS-HELD
                       MOVE 'Q6' TO GD-QUESTION
                   END-IF
                   MOVE RL-CASE-NUMBER TO CM-CASE-NUMBER
                   MOVE RL-SETTLED-DATE TO GD-EVENT-DATE
                   MOVE SPACES TO GD-REFERENCE
                   PERFORM 395-WRITE-KEYED-DETAIL
               END-IF
           END-IF.

      *****************************************************************
      * ORDER-OF-PROTECTION MATCHES FIRST LISTED IN THE PERIOD
      *****************************************************************
       350-COUNT-ORDER-MATCHES.
           IF OPHITS-OPEN
               MOVE LOW-VALUES TO OH-KEY
               START ORDER-HIT-FILE KEY >= OH-KEY
                   INVALID KEY MOVE '23' TO WS-OPHITS-STATUS
               END-START
               IF WS-OPHITS-STATUS = '00'
                   PERFORM 355-READ-NEXT-HIT
                       UNTIL WS-OPHITS-STATUS NOT = '00'
               END-IF
           END-IF.

       355-READ-NEXT-HIT.
           READ ORDER-HIT-FILE NEXT RECORD
               AT END MOVE '10' TO WS-OPHITS-STATUS
           END-READ.
           IF WS-OPHITS-STATUS = '00'
               ADD 1 TO WS-HITS-READ
               IF OH-REPORTED-DATE NOT < WS-FROM-DATE
                  AND OH-REPORTED-DATE NOT > WS-TO-DATE
                   ADD 1 TO WS-Q-ORDER-MATCHES
                   MOVE 'Q7' TO GD-QUESTION
                   MOVE OH-CASE-NUMBER TO CM-CASE-NUMBER
                   MOVE OH-REPORTED-DATE TO GD-EVENT-DATE
                   MOVE OH-ORDER-NO TO GD-REFERENCE
                   PERFORM 395-WRITE-KEYED-DETAIL
               END-IF
           END-IF.

      *****************************************************************
      * CLOSURES - A DISPOSITION POSTED IN THE PERIOD ON A CASE THAT
      * IS DOMESTIC OR STALKING ON THE MASTER
      *****************************************************************
       370-COUNT-CLOSURES.
           MOVE LOW-VALUES TO AS-CASE-NUMBER.
           START ASSIGN-MASTER-FILE KEY >= AS-CASE-NUMBER
               INVALID KEY MOVE '23' TO WS-ASGNMAST-STATUS
           END-START.
           IF WS-ASGNMAST-STATUS = '00'
               PERFORM 375-READ-NEXT-ASSIGNMENT
                   UNTIL WS-ASGNMAST-STATUS NOT = '00'
           END-IF.

       375-READ-NEXT-ASSIGNMENT.
           READ ASSIGN-MASTER-FILE NEXT RECORD
               AT END MOVE '10' TO WS-ASGNMAST-STATUS
           END-READ.
           IF WS-ASGNMAST-STATUS = '00'
               ADD 1 TO WS-ASSIGNMENTS-READ
               IF AS-DISPO-CODE NOT = SPACES
                  AND AS-DISPO-DATE NOT < WS-FROM-DATE
                  AND AS-DISPO-DATE NOT > WS-TO-DATE
                   MOVE AS-CASE-NUMBER TO CM-CASE-NUMBER
                   READ CASE-MASTER-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY PERFORM 380-COUNT-ONE-CLOSURE
                   END-READ
               END-IF
           END-IF.

       380-COUNT-ONE-CLOSURE.
           PERFORM 320-CLASSIFY-CASE.
           IF WS-CASE-CATEGORY NOT = SPACE
               ADD 1 TO WS-Q-CASES-CLOSED
               PERFORM 385-ADD-TO-DISPO-TABLE
               MOVE 'Q8' TO GD-QUESTION
               MOVE AS-DISPO-DATE TO GD-EVENT-DATE
               MOVE AS-DISPO-CODE TO GD-REFERENCE
               PERFORM 392-WRITE-DETAIL-RECORD
           END-IF.

       385-ADD-TO-DISPO-TABLE.
           MOVE 'N' TO WS-FOUND-SWITCH.
           SET DSP-IDX TO 1.
           PERFORM 387-SEARCH-DISPO-ENTRY
               UNTIL DSP-IDX > WS-DSP-TAB-MAX OR WS-FOUND.
           IF NOT WS-FOUND AND WS-DSP-TAB-MAX < 100
               ADD 1 TO WS-DSP-TAB-MAX
               SET DSP-IDX TO WS-DSP-TAB-MAX
               MOVE AS-DISPO-CODE TO WS-DSP-CODE(DSP-IDX)
               MOVE 0 TO WS-DSP-COUNT(DSP-IDX)
               MOVE 'Y' TO WS-FOUND-SWITCH
           END-IF.
           IF WS-FOUND
               ADD 1 TO WS-DSP-COUNT(DSP-IDX)
           END-IF.

       387-SEARCH-DISPO-ENTRY.
           IF WS-DSP-CODE(DSP-IDX) = AS-DISPO-CODE
               MOVE 'Y' TO WS-FOUND-SWITCH
           ELSE
               SET DSP-IDX UP BY 1
           END-IF.

      *****************************************************************
      * DETAIL RECORDS.  390 WRITES A NEW-CASE LINE (DATED BY THE
      * INCIDENT); 395 READS THE LOGGED CASE OFF THE MASTER FIRST -
      * ONE SINCE PURGED GOES OUT WITH NO CATEGORY OR IUCR
      *****************************************************************
       390-WRITE-CASE-DETAIL.
           MOVE WS-INCIDENT-DATE TO GD-EVENT-DATE.
           PERFORM 392-WRITE-DETAIL-RECORD.

       392-WRITE-DETAIL-RECORD.
           MOVE CM-CASE-NUMBER TO GD-CASE-NUMBER.
           MOVE WS-CASE-CATEGORY TO GD-CATEGORY.
           MOVE CM-IUCR TO GD-IUCR.
           MOVE CM-ARREST TO GD-ARREST.
           WRITE GRANT-DETAIL-REC.
           ADD 1 TO WS-DETAIL-WRITTEN.

       395-WRITE-KEYED-DETAIL.
           READ CASE-MASTER-FILE
               INVALID KEY
                   MOVE SPACE TO WS-CASE-CATEGORY
                   MOVE SPACES TO CM-IUCR
                   MOVE SPACE TO CM-ARREST
               NOT INVALID KEY
                   PERFORM 320-CLASSIFY-CASE
           END-READ.
           PERFORM 392-WRITE-DETAIL-RECORD.

      *****************************************************************
      * EXCHANGE SORT ON DISPOSITION CODE, AS UCRRPT DOES
      *****************************************************************
       400-SORT-DISPO-TABLE.
           PERFORM 410-SORT-OUTER-PASS
               VARYING WS-SORT-SUB FROM 1 BY 1
               UNTIL WS-SORT-SUB >= WS-DSP-TAB-MAX.

       410-SORT-OUTER-PASS.
           COMPUTE WS-SORT-SUB2 = WS-SORT-SUB + 1.
           PERFORM 420-SORT-INNER-PASS
               UNTIL WS-SORT-SUB2 > WS-DSP-TAB-MAX.

       420-SORT-INNER-PASS.
           IF WS-DSP-CODE(WS-SORT-SUB2) < WS-DSP-CODE(WS-SORT-SUB)
               MOVE WS-DSP-ENTRY(WS-SORT-SUB) TO WS-SWAP-ENTRY
               MOVE WS-DSP-ENTRY(WS-SORT-SUB2)
                   TO WS-DSP-ENTRY(WS-SORT-SUB)
               MOVE WS-SWAP-ENTRY TO WS-DSP-ENTRY(WS-SORT-SUB2)
           END-IF.
           ADD 1 TO WS-SORT-SUB2.

      *****************************************************************
       450-WRITE-GRANT-REPORT.
           MOVE GRT-HEADING-1 TO GRT-OUT-REC.
           WRITE GRT-OUT-REC.
           MOVE WS-FROM-DATE TO GRH-FROM-DATE.
           MOVE WS-TO-DATE TO GRH-TO-DATE.
           MOVE GRT-HEADING-2 TO GRT-OUT-REC.
           WRITE GRT-OUT-REC.
           MOVE SPACES TO GRT-OUT-REC.
           WRITE GRT-OUT-REC.
           MOVE 'Q1' TO GRQ-NUMBER.
           MOVE 'NEW DOMESTIC VIOLENCE CASES' TO GRQ-TEXT.
           MOVE WS-Q-NEW-DOMESTIC TO GRQ-COUNT.
           PERFORM 460-WRITE-QUESTION-LINE.
           MOVE 'Q2' TO GRQ-NUMBER.
           MOVE 'NEW STALKING CASES' TO GRQ-TEXT.
           MOVE WS-Q-NEW-STALKING TO GRQ-COUNT.
           PERFORM 460-WRITE-QUESTION-LINE.
           MOVE 'Q3' TO GRQ-NUMBER.
           MOVE 'NEW DV AND STALKING CASES, UNDUPLICATED' TO GRQ-TEXT.
           MOVE WS-Q-NEW-UNDUPLICATED TO GRQ-COUNT.
           PERFORM 460-WRITE-QUESTION-LINE.
           MOVE 'Q4' TO GRQ-NUMBER.
           MOVE 'ARRESTS MADE IN NEW DV AND STALKING CASES'
               TO GRQ-TEXT.
           MOVE WS-Q-ARRESTS TO GRQ-COUNT.
           PERFORM 460-WRITE-QUESTION-LINE.
           MOVE 'Q5' TO GRQ-NUMBER.
           MOVE 'REFERRALS TRANSMITTED TO VICTIM ADVOCATE OFFICE'
               TO GRQ-TEXT.
           MOVE WS-Q-REFERRALS-SENT TO GRQ-COUNT.
           PERFORM 460-WRITE-QUESTION-LINE.
           MOVE 'Q6' TO GRQ-NUMBER.
           MOVE 'REFERRALS WITHHELD - ACTIVE INVESTIGATION LIST'
               TO GRQ-TEXT.
           MOVE WS-Q-REFERRALS-HELD TO GRQ-COUNT.
           PERFORM 460-WRITE-QUESTION-LINE.
           IF NOT DVRFLOG-OPEN
               MOVE 'NO REFERRAL LOG ON FILE FOR Q5 AND Q6' TO GRN-TEXT
               MOVE GRT-NOTE-LINE TO GRT-OUT-REC
               WRITE GRT-OUT-REC
           END-IF.
           MOVE 'Q7' TO GRQ-NUMBER.
           MOVE 'PROTECTIVE-ORDER VIOLATION MATCHES' TO GRQ-TEXT.
           MOVE WS-Q-ORDER-MATCHES TO GRQ-COUNT.
           PERFORM 460-WRITE-QUESTION-LINE.
           IF NOT OPHITS-OPEN
               MOVE 'NO ORDER MATCH FILE ON FILE FOR Q7' TO GRN-TEXT
               MOVE GRT-NOTE-LINE TO GRT-OUT-REC
               WRITE GRT-OUT-REC
           END-IF.
           MOVE 'Q8' TO GRQ-NUMBER.
           MOVE 'DV AND STALKING CASES CLOSED, BY DISPOSITION'
               TO GRQ-TEXT.
           MOVE WS-Q-CASES-CLOSED TO GRQ-COUNT.
           PERFORM 460-WRITE-QUESTION-LINE.
           PERFORM 470-WRITE-DISPO-LINE
               VARYING DSP-IDX FROM 1 BY 1
               UNTIL DSP-IDX > WS-DSP-TAB-MAX.

       460-WRITE-QUESTION-LINE.
           MOVE GRT-QUESTION-LINE TO GRT-OUT-REC.
           WRITE GRT-OUT-REC.

       470-WRITE-DISPO-LINE.
           MOVE SPACES TO GRQ-NUMBER.
           MOVE SPACES TO GRQ-TEXT.
           STRING '    DISPOSITION CODE ' DELIMITED BY SIZE
                  WS-DSP-CODE(DSP-IDX) DELIMITED BY SIZE
               INTO GRQ-TEXT.
           MOVE WS-DSP-COUNT(DSP-IDX) TO GRQ-COUNT.
           PERFORM 460-WRITE-QUESTION-LINE.

      *DISPLAY THE REPORT DISPOSITION TOTALS***************************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-CASES-READ TO WS-CASES-READZ.
           DISPLAY 'Case Master Records Read  : ' WS-CASES-READZ.
           MOVE WS-LOG-READ TO WS-LOG-READZ.
           DISPLAY 'Referral Log Records Read : ' WS-LOG-READZ.
           MOVE WS-HITS-READ TO WS-HITS-READZ.
           DISPLAY 'Order Hit Records Read    : ' WS-HITS-READZ.
           MOVE WS-ASSIGNMENTS-READ TO WS-ASSIGNMENTS-READZ.
           DISPLAY 'Assignments Read          : ' WS-ASSIGNMENTS-READZ.
           MOVE WS-DETAIL-WRITTEN TO WS-DETAIL-WRITTENZ.
           DISPLAY 'Detail Records Written    : ' WS-DETAIL-WRITTENZ.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           CLOSE CASE-MASTER-FILE
                 ASSIGN-MASTER-FILE
                 GRANT-REPORT-FILE
                 GRANT-DETAIL-FILE.
           IF DVRFLOG-OPEN
               CLOSE REFERRAL-LOG-FILE
           END-IF.
           IF OPHITS-OPEN
               CLOSE ORDER-HIT-FILE
           END-IF.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
