      *****************************************************************
      *PURPOSE: Nightly order-of-protection cross-check.  This program
      *loads every order on the OPMAST order master (see OPIN) that
      *has not been vacated and has not been expired longer than the
      *look-back, then reads tonight's ADDRXREF standardized-address
      *sidecar.  Each case on it is read off CASEMAST; a stalking case
      *(an STALKCTL ICD code, the codes LAB6 qualifies on) or a
      *CM-DOMESTIC = 'Y' case whose standardized address is an
      *order's protected address, with the incident date inside the
      *order's issue-to-expiry dates, is a possible violation.  Each
      *one is kept on the keyed OPHITS file (order plus case) so a
      *case the feed sends again is not reported twice, and is
      *listed on the OPVIOL report under the analyst who holds the
      *case on ASGNMAST (UNASSIGNED when nobody does).  The same pass
      *of OPMAST picks out every active order expiring within the
      *next 30 days that the advocate office has not yet been told
      *about, writes it to the OPEXPIR extract that goes out with
      *the DVREFER referrals, and stamps the notice date on the order.
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      OPMATCH.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    February 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-MASTER-FILE ASSIGN TO OPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OM-ORDER-NO
           FILE STATUS IS WS-OPMAST-STATUS.
           SELECT ORDER-HIT-FILE ASSIGN TO OPHITS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OH-KEY
           FILE STATUS IS WS-OPHITS-STATUS.
           SELECT ADDR-XREF-FILE ASSIGN TO ADDRXREF
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ADDRXREF-STATUS.
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
           SELECT STALK-CTL-FILE ASSIGN TO STALKCTL
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROSTER-FILE ASSIGN TO ANLROSTR
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VIOLATION-REPORT-FILE ASSIGN TO OPVIOL
           ORGANIZATION IS SEQUENTIAL.
           SELECT EXPIRY-EXTRACT-FILE ASSIGN TO OPEXPIR
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****ORDER-OF-PROTECTION MASTER - SEE OPIN***********************
       FD  ORDER-MASTER-FILE.
       01  ORDER-MASTER-REC.
           05  OM-ORDER-NO                  PIC X(12).
           05  OM-ORDER-TYPE                PIC X(2).
           05  OM-PETITIONER                PIC X(30).
           05  OM-RESPONDENT                PIC X(30).
           05  OM-ADDRESS                   PIC X(40).
           05  OM-STD-ADDRESS               PIC X(40).
           05  OM-ISSUE-DATE                PIC X(8).
           05  OM-EXPIRY-DATE               PIC X(8).
           05  OM-STATUS                    PIC X(1).
               88  OM-ACTIVE                            VALUE 'A'.
               88  OM-VACATED                           VALUE 'V'.
           05  OM-POSTED-DATE               PIC X(8).
           05  OM-NOTICE-DATE               PIC X(8).

      *****************************************************************
      * POSSIBLE VIOLATIONS ALREADY REPORTED - ORDER PLUS CASE, WITH
      * THE NIGHT IT WAS FIRST LISTED
      *****************************************************************
       FD  ORDER-HIT-FILE.
       01  ORDER-HIT-REC.
           05  OH-KEY.
               10  OH-ORDER-NO              PIC X(12).
               10  OH-CASE-NUMBER           PIC X(8).
           05  OH-REPORTED-DATE             PIC X(8).

      *****STANDARDIZED-ADDRESS SIDECAR - SEE ADDRSTD******************
       FD  ADDR-XREF-FILE.
       01  ADDR-XREF-REC.
           05  AD-CASE-NUMBER               PIC X(8).
           05  AD-STD-ADDRESS               PIC X(40).

      *****PERSISTENT CASE MASTER - ONLY THE CROSS-CHECK FIELDS********
       FD  CASE-MASTER-FILE.
       01  CASE-MASTER-REC.
           05  CM-CASE-NUMBER               PIC X(8).
           05  CM-DATE-TIME                 PIC X(15).
           05  CM-ADDRESS                   PIC X(40).
           05  CM-IUCR                      PIC X(4).
           05  CM-PRIMARY-CRIME             PIC X(30).
           05  FILLER                       PIC X(100).
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

      *****************************************************************
      * CONTROL FILE OF QUALIFYING IUCR CODES FOR STALKING - SAME
      * LAYOUT LAB6 LOADS (THE YR ENTRIES ARE NOT NEEDED HERE)
      *****************************************************************
       FD  STALK-CTL-FILE.
       01  STALK-CTL-REC.
           05  SCT-TYPE                     PIC X(4).
           05  SCT-VALUE                    PIC X(4).

      *****ANALYST ROSTER - SEE DISPASGN*******************************
       FD  ROSTER-FILE.
       01  ROSTER-REC.
           05  RS-ANALYST-ID                PIC X(4).
           05  RS-ANALYST-NAME              PIC X(25).
           05  FILLER                       PIC X(10).

      ***POSSIBLE-VIOLATION REPORT*************************************
       FD  VIOLATION-REPORT-FILE.
       01  VIO-OUT-REC                      PIC X(80).

      *****************************************************************
      * EXPIRING-ORDER EXTRACT FOR THE ADVOCATE OFFICE
      *****************************************************************
       FD  EXPIRY-EXTRACT-FILE.
       01  EXPIRY-EXTRACT-REC.
           05  EXP-ORDER-NO                 PIC X(12).
           05  EXP-ORDER-TYPE               PIC X(2).
           05  EXP-ISSUE-DATE               PIC X(8).
           05  EXP-EXPIRY-DATE              PIC X(8).
           05  EXP-PETITIONER               PIC X(30).
           05  EXP-ADDRESS                  PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-XREF-EOF-SWITCH       PIC X        VALUE 'N'.
              88 XREF-EOF                           VALUE 'Y'.
           05 WS-CTL-EOF-SWITCH        PIC X        VALUE 'N'.
              88 CTL-EOF                            VALUE 'Y'.
           05 WS-ROSTER-EOF-SWITCH     PIC X        VALUE 'N'.
              88 ROSTER-EOF                         VALUE 'Y'.
           05 WS-FOUND-SWITCH          PIC X        VALUE 'N'.
              88 WS-FOUND                           VALUE 'Y'.
           05 WS-QUALIFY-SWITCH        PIC X        VALUE 'N'.
              88 CASE-QUALIFIES                     VALUE 'Y'.
       01 WS-OPMAST-STATUS             PIC XX.
       01 WS-OPHITS-STATUS             PIC XX.
       01 WS-ADDRXREF-STATUS           PIC XX.
       01 WS-CASEMAST-STATUS           PIC XX.
       01 WS-ASGNMAST-STATUS           PIC XX.
       01 WS-CASE-REASON               PIC X(8).
       01 WS-INCIDENT-DATE-8           PIC X(8).

      *****CONTROL VALUES - EXPIRY NOTICE AND MATCH LOOK-BACK**********
       01 WS-NOTICE-DAYS           PIC 9(3)     VALUE 30.
       01 WS-LOOKBACK-DAYS         PIC 9(3)     VALUE 365.

      *****THE NOTICE WINDOW AND LOOK-BACK AROUND THE RUN DATE*********
       01 WS-TODAY                     PIC X(8).
       01 WS-TODAY-9 REDEFINES WS-TODAY
                                       PIC 9(8).
       01 WS-WORK-INT                  PIC 9(7).
       01 WS-NOTICE-9                  PIC 9(8).
       01 WS-NOTICE-DATE REDEFINES WS-NOTICE-9
                                       PIC X(8).
       01 WS-LOOKBACK-9                PIC 9(8).
       01 WS-LOOKBACK-DATE REDEFINES WS-LOOKBACK-9
                                       PIC X(8).

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

      *****CONTROL TABLE LOADED FROM STALKCTL (ICD ENTRIES ONLY)*******
       01 WS-STALK-IUCR-TAB-MAX    PIC 99       VALUE 0.
       01 WS-STALK-IUCR-TABLE.
           05 WS-STALK-IUCR-ENTRY OCCURS 20 TIMES
                                   INDEXED BY STALK-IUCR-IDX.
              10 WS-STALK-IUCR-CODE     PIC X(4).

      *****ANALYST NAMES FROM THE ROSTER*******************************
       01 WS-ANL-TAB-MAX           PIC 9(3)     VALUE 0.
       01 WS-ANL-TABLE.
           05 WS-ANL-ENTRY OCCURS 100 TIMES
                             INDEXED BY ANL-IDX.
              10 WS-ANL-ID             PIC X(4).
              10 WS-ANL-NAME           PIC X(25).

      *****ORDERS IN FORCE OR LATELY EXPIRED FROM OPMAST***************
       01 WS-ORD-TAB-MAX           PIC 9(5)     VALUE 0.
       01 WS-ORD-TABLE.
           05 WS-ORD-ENTRY OCCURS 5000 TIMES
                             INDEXED BY ORD-IDX.
              10 WS-ORD-STD-ADDRESS    PIC X(40).
              10 WS-ORD-ORDER-NO       PIC X(12).
              10 WS-ORD-ORDER-TYPE     PIC X(2).
              10 WS-ORD-ISSUE-DATE     PIC X(8).
              10 WS-ORD-EXPIRY-DATE    PIC X(8).
              10 WS-ORD-PETITIONER     PIC X(30).
              10 WS-ORD-RESPONDENT     PIC X(30).

      *****THIS RUN'S HITS, EXCHANGE-SORTED BY ANALYST THEN CASE*******
       01 WS-HIT-TAB-MAX           PIC 9(3)     VALUE 0.
       01 WS-HIT-TABLE.
           05 WS-HIT-ENTRY OCCURS 500 TIMES
                             INDEXED BY HIT-IDX.
              10 WS-HIT-ANALYST-ID     PIC X(4).
              10 WS-HIT-CASE-NUMBER    PIC X(8).
              10 WS-HIT-INCIDENT-DATE  PIC X(8).
              10 WS-HIT-REASON         PIC X(8).
              10 WS-HIT-ORDER-NO       PIC X(12).
              10 WS-HIT-ORDER-TYPE     PIC X(2).
              10 WS-HIT-EXPIRY-DATE    PIC X(8).
              10 WS-HIT-ADDRESS        PIC X(40).
              10 WS-HIT-PETITIONER     PIC X(30).
              10 WS-HIT-RESPONDENT     PIC X(30).
       01 WS-SORT-SUB              PIC 9(3).
       01 WS-SORT-SUB2             PIC 9(3).
       01 WS-SWAP-ENTRY            PIC X(150).
       01 WS-PREV-ANALYST          PIC X(4).

      *****CROSS-CHECK DISPOSITION COUNTERS****************************
       01 WS-ORDERS-READ           PIC 9(7)     VALUE 0.
       01 WS-ORDERS-READZ          PIC Z,ZZZ,ZZ9.
       01 WS-ORDERS-LOADED         PIC 9(5)     VALUE 0.
       01 WS-ORDERS-LOADEDZ        PIC ZZ,ZZ9.
       01 WS-EXPIRY-NOTICES        PIC 9(5)     VALUE 0.
       01 WS-EXPIRY-NOTICESZ       PIC ZZ,ZZ9.
       01 WS-CASES-READ            PIC 9(7)     VALUE 0.
       01 WS-CASES-READZ           PIC Z,ZZZ,ZZ9.
       01 WS-CASES-CHECKED         PIC 9(7)     VALUE 0.
       01 WS-CASES-CHECKEDZ        PIC Z,ZZZ,ZZ9.
       01 WS-HITS                  PIC 9(5)     VALUE 0.
       01 WS-HITSZ                 PIC ZZ,ZZ9.
       01 WS-HITS-REPEATED         PIC 9(5)     VALUE 0.
       01 WS-HITS-REPEATEDZ        PIC ZZ,ZZ9.

      *****REPORT LINE LAYOUTS*****************************************
       01  VIO-HEADING-1.
           05                 PIC X(44) VALUE
                   'POSSIBLE ORDER-OF-PROTECTION VIOLATIONS - '.
           05  VOH-DATE       PIC X(8).
       01  VIO-ANALYST-LINE.
           05                     PIC X(9)  VALUE 'ANALYST '.
           05  VOA-ANALYST-ID     PIC X(4).
           05                     PIC X(2)  VALUE SPACES.
           05  VOA-ANALYST-NAME   PIC X(25).
       01  VIO-DETAIL-LINE.
           05                     PIC X(2)  VALUE SPACES.
           05  VOD-CASE-NUMBER    PIC X(8).
           05                     PIC X(2)  VALUE SPACES.
           05  VOD-INCIDENT-DATE  PIC X(8).
           05                     PIC X(2)  VALUE SPACES.
           05  VOD-REASON         PIC X(8).
           05                     PIC X(2)  VALUE SPACES.
           05                     PIC X(6)  VALUE 'ORDER '.
           05  VOD-ORDER-NO       PIC X(12).
           05                     PIC X     VALUE SPACE.
           05  VOD-ORDER-TYPE     PIC X(2).
           05                     PIC X(5)  VALUE ' EXP '.
           05  VOD-EXPIRY-DATE    PIC X(8).
       01  VIO-DESC-LINE.
           05                     PIC X(6)  VALUE SPACES.
           05  VOX-LABEL          PIC X(12).
           05  VOX-TEXT           PIC X(40).

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 200-OPEN-FILES.
           PERFORM 250-LOAD-ROSTER-TABLE.
           PERFORM 255-LOAD-STALK-CONTROL.
           PERFORM 260-LOAD-ORDER-TABLE.
           PERFORM 300-CHECK-TONIGHTS-CASES UNTIL XREF-EOF.
           PERFORM 400-SORT-HITS-BY-ANALYST.
           PERFORM 450-WRITE-VIOLATION-REPORT.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies OPMATCH *'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* February, 2017                         *'.
           DISPLAY '******************************************'.

      *****************************************************************
      * NO ORDER MASTER YET MEANS NOTHING TO CROSS-CHECK; THE HIT FILE
      * IS CREATED EMPTY THE FIRST NIGHT
      *****************************************************************
       200-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-WORK-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-9) + WS-NOTICE-DAYS.
           COMPUTE WS-NOTICE-9 =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INT).
           COMPUTE WS-WORK-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-9) - WS-LOOKBACK-DAYS.
           COMPUTE WS-LOOKBACK-9 =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INT).
           OPEN I-O ORDER-MASTER-FILE.
           OPEN I-O ORDER-HIT-FILE.
           IF WS-OPHITS-STATUS = '35'
               OPEN OUTPUT ORDER-HIT-FILE
               CLOSE ORDER-HIT-FILE
               OPEN I-O ORDER-HIT-FILE
           END-IF.
           OPEN INPUT ADDR-XREF-FILE.
           IF WS-ADDRXREF-STATUS NOT = '00'
               MOVE 'Y' TO WS-XREF-EOF-SWITCH
           END-IF.
           OPEN INPUT CASE-MASTER-FILE.
           OPEN INPUT ASSIGN-MASTER-FILE.
           OPEN OUTPUT VIOLATION-REPORT-FILE.
           OPEN OUTPUT EXPIRY-EXTRACT-FILE.

      *****************************************************************
       250-LOAD-ROSTER-TABLE.
           OPEN INPUT ROSTER-FILE.
           PERFORM 252-READ-ROSTER-REC UNTIL ROSTER-EOF.
           CLOSE ROSTER-FILE.

       252-READ-ROSTER-REC.
           READ ROSTER-FILE
               AT END MOVE 'Y' TO WS-ROSTER-EOF-SWITCH
           END-READ.
           IF NOT ROSTER-EOF AND WS-ANL-TAB-MAX < 100
               ADD 1 TO WS-ANL-TAB-MAX
               MOVE RS-ANALYST-ID TO WS-ANL-ID(WS-ANL-TAB-MAX)
               MOVE RS-ANALYST-NAME TO WS-ANL-NAME(WS-ANL-TAB-MAX)
           END-IF.

       255-LOAD-STALK-CONTROL.
           OPEN INPUT STALK-CTL-FILE.
           PERFORM 257-READ-STALK-CTL-REC UNTIL CTL-EOF.
           CLOSE STALK-CTL-FILE.

       257-READ-STALK-CTL-REC.
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
      * ONE PASS OF THE ORDER MASTER: ORDERS NOT VACATED AND NOT
      * EXPIRED PAST THE LOOK-BACK GO IN THE MATCH TABLE (A CASE CAN
      * BE REPORTED WELL AFTER THE INCIDENT), AND ACTIVE ORDERS DUE
      * TO EXPIRE INSIDE THE NOTICE WINDOW GO TO THE ADVOCATE OFFICE
      *****************************************************************
       260-LOAD-ORDER-TABLE.
           IF WS-OPMAST-STATUS = '00'
               MOVE LOW-VALUES TO OM-ORDER-NO
               START ORDER-MASTER-FILE KEY NOT < OM-ORDER-NO
                   INVALID KEY MOVE '23' TO WS-OPMAST-STATUS
               END-START
               PERFORM 265-READ-NEXT-ORDER
                   UNTIL WS-OPMAST-STATUS NOT = '00'
           END-IF.

       265-READ-NEXT-ORDER.
           READ ORDER-MASTER-FILE NEXT RECORD
               AT END MOVE '10' TO WS-OPMAST-STATUS
           END-READ.
           IF WS-OPMAST-STATUS = '00' AND OM-ACTIVE
               ADD 1 TO WS-ORDERS-READ
               IF OM-EXPIRY-DATE NOT < WS-LOOKBACK-DATE
                   PERFORM 270-LOAD-ONE-ORDER
               END-IF
               IF OM-EXPIRY-DATE NOT < WS-TODAY
                  AND OM-EXPIRY-DATE NOT > WS-NOTICE-DATE
                  AND OM-NOTICE-DATE = SPACES
                   PERFORM 280-WRITE-EXPIRY-NOTICE
               END-IF
           END-IF.

       270-LOAD-ONE-ORDER.
           IF WS-ORD-TAB-MAX < 5000
               ADD 1 TO WS-ORD-TAB-MAX
               SET ORD-IDX TO WS-ORD-TAB-MAX
               MOVE OM-STD-ADDRESS TO WS-ORD-STD-ADDRESS(ORD-IDX)
               MOVE OM-ORDER-NO TO WS-ORD-ORDER-NO(ORD-IDX)
               MOVE OM-ORDER-TYPE TO WS-ORD-ORDER-TYPE(ORD-IDX)
               MOVE OM-ISSUE-DATE TO WS-ORD-ISSUE-DATE(ORD-IDX)
               MOVE OM-EXPIRY-DATE TO WS-ORD-EXPIRY-DATE(ORD-IDX)
               MOVE OM-PETITIONER TO WS-ORD-PETITIONER(ORD-IDX)
               MOVE OM-RESPONDENT TO WS-ORD-RESPONDENT(ORD-IDX)
               ADD 1 TO WS-ORDERS-LOADED
           ELSE
               DISPLAY '*** ORDER TABLE FULL - ORDER NOT MATCHED *** '
                       OM-ORDER-NO
           END-IF.

      *THE NOTICE DATE ON THE ORDER KEEPS IT OFF TOMORROW'S EXTRACT****
       280-WRITE-EXPIRY-NOTICE.
           MOVE OM-ORDER-NO TO EXP-ORDER-NO.
           MOVE OM-ORDER-TYPE TO EXP-ORDER-TYPE.
           MOVE OM-ISSUE-DATE TO EXP-ISSUE-DATE.
           MOVE OM-EXPIRY-DATE TO EXP-EXPIRY-DATE.
           MOVE OM-PETITIONER TO EXP-PETITIONER.
           MOVE OM-ADDRESS TO EXP-ADDRESS.
           WRITE EXPIRY-EXTRACT-REC.
           MOVE WS-TODAY TO OM-NOTICE-DATE.
           REWRITE ORDER-MASTER-REC.
           ADD 1 TO WS-EXPIRY-NOTICES.

      *****************************************************************
      * EVERY CASE IN TONIGHT'S FEED, BY ITS STANDARDIZED ADDRESS
      *****************************************************************
       300-CHECK-TONIGHTS-CASES.
           READ ADDR-XREF-FILE
               AT END MOVE 'Y' TO WS-XREF-EOF-SWITCH
           END-READ.
           IF NOT XREF-EOF
               ADD 1 TO WS-CASES-READ
               MOVE AD-CASE-NUMBER TO CM-CASE-NUMBER
               READ CASE-MASTER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY PERFORM 310-QUALIFY-CASE
               END-READ
           END-IF.

      *****************************************************************
      * STALKING OR DOMESTIC ONLY - STALKING IS NAMED FIRST WHEN A
      * CASE IS BOTH
      *****************************************************************
       310-QUALIFY-CASE.
           MOVE 'N' TO WS-QUALIFY-SWITCH.
           MOVE 'N' TO WS-FOUND-SWITCH.
           SET STALK-IUCR-IDX TO 1.
           PERFORM 315-SEARCH-STALK-IUCR
               UNTIL STALK-IUCR-IDX > WS-STALK-IUCR-TAB-MAX
                     OR WS-FOUND.
           IF WS-FOUND
               MOVE 'Y' TO WS-QUALIFY-SWITCH
               MOVE 'STALKING' TO WS-CASE-REASON
           ELSE
               IF CM-DOMESTIC = 'Y'
                   MOVE 'Y' TO WS-QUALIFY-SWITCH
                   MOVE 'DOMESTIC' TO WS-CASE-REASON
               END-IF
           END-IF.
           IF CASE-QUALIFIES AND AD-STD-ADDRESS NOT = SPACES
               ADD 1 TO WS-CASES-CHECKED
               PERFORM 320-FILL-INCIDENT-DATE
               SET ORD-IDX TO 1
               PERFORM 330-CHECK-ONE-ORDER
                   UNTIL ORD-IDX > WS-ORD-TAB-MAX
           END-IF.

       315-SEARCH-STALK-IUCR.
           IF CM-IUCR = WS-STALK-IUCR-CODE(STALK-IUCR-IDX)
               MOVE 'Y' TO WS-FOUND-SWITCH
           ELSE
               SET STALK-IUCR-IDX UP BY 1
           END-IF.

       320-FILL-INCIDENT-DATE.
           MOVE '00000000' TO WS-INCIDENT-DATE-8.
           CALL CONVERT-DATE USING CM-DATE-TIME
                           WS-DATE-CONVR
                           WS-TIME-CONVR
                           WS-CONVDATE-STATUS.
           IF WS-CONVDATE-VALID
               MOVE WS-YEAR9 TO WS-INCIDENT-DATE-8(1:4)
               MOVE WS-MONTH9 TO WS-INCIDENT-DATE-8(5:2)
               MOVE WS-DAY9 TO WS-INCIDENT-DATE-8(7:2)
           END-IF.

      *****************************************************************
      * EVERY ORDER AT THE ADDRESS IN FORCE ON THE INCIDENT DATE IS A
      * HIT - AN ADDRESS CAN CARRY MORE THAN ONE ORDER
      *****************************************************************
       330-CHECK-ONE-ORDER.
           IF WS-ORD-STD-ADDRESS(ORD-IDX) = AD-STD-ADDRESS
              AND WS-INCIDENT-DATE-8
                  NOT < WS-ORD-ISSUE-DATE(ORD-IDX)
              AND WS-INCIDENT-DATE-8
                  NOT > WS-ORD-EXPIRY-DATE(ORD-IDX)
               PERFORM 340-RECORD-HIT
           END-IF.
           SET ORD-IDX UP BY 1.

      *****************************************************************
      * A HIT ALREADY ON OPHITS WAS LISTED ON AN EARLIER NIGHT; A NEW
      * ONE IS FILED THERE AND HELD FOR THE REPORT UNDER THE ANALYST
      * WHO HAS THE CASE
      *****************************************************************
       340-RECORD-HIT.
           MOVE WS-ORD-ORDER-NO(ORD-IDX) TO OH-ORDER-NO.
           MOVE CM-CASE-NUMBER TO OH-CASE-NUMBER.
           MOVE WS-TODAY TO OH-REPORTED-DATE.
           WRITE ORDER-HIT-REC
               INVALID KEY
                   ADD 1 TO WS-HITS-REPEATED
               NOT INVALID KEY
                   PERFORM 345-HOLD-HIT
           END-WRITE.

       345-HOLD-HIT.
           ADD 1 TO WS-HITS.
           MOVE CM-CASE-NUMBER TO AS-CASE-NUMBER.
           READ ASSIGN-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO AS-ANALYST-ID
           END-READ.
           IF WS-HIT-TAB-MAX < 500
               ADD 1 TO WS-HIT-TAB-MAX
               SET HIT-IDX TO WS-HIT-TAB-MAX
               MOVE AS-ANALYST-ID TO WS-HIT-ANALYST-ID(HIT-IDX)
               MOVE CM-CASE-NUMBER TO WS-HIT-CASE-NUMBER(HIT-IDX)
               MOVE WS-INCIDENT-DATE-8
                    TO WS-HIT-INCIDENT-DATE(HIT-IDX)
               MOVE WS-CASE-REASON TO WS-HIT-REASON(HIT-IDX)
               MOVE WS-ORD-ORDER-NO(ORD-IDX)
                    TO WS-HIT-ORDER-NO(HIT-IDX)
               MOVE WS-ORD-ORDER-TYPE(ORD-IDX)
                    TO WS-HIT-ORDER-TYPE(HIT-IDX)
               MOVE WS-ORD-EXPIRY-DATE(ORD-IDX)
                    TO WS-HIT-EXPIRY-DATE(HIT-IDX)
               MOVE CM-ADDRESS TO WS-HIT-ADDRESS(HIT-IDX)
               MOVE WS-ORD-PETITIONER(ORD-IDX)
                    TO WS-HIT-PETITIONER(HIT-IDX)
               MOVE WS-ORD-RESPONDENT(ORD-IDX)
                    TO WS-HIT-RESPONDENT(HIT-IDX)
           ELSE
               DISPLAY '*** HIT TABLE FULL - HIT FILED, NOT '
                       'LISTED *** ' OH-ORDER-NO '/' OH-CASE-NUMBER
           END-IF.

      *****************************************************************
      * STRAIGHT EXCHANGE SORT ON ANALYST THEN CASE, AS UCRRPT DOES
      *****************************************************************
       400-SORT-HITS-BY-ANALYST.
           PERFORM 410-SORT-OUTER-PASS
               VARYING WS-SORT-SUB FROM 1 BY 1
               UNTIL WS-SORT-SUB >= WS-HIT-TAB-MAX.

       410-SORT-OUTER-PASS.
           COMPUTE WS-SORT-SUB2 = WS-SORT-SUB + 1.
           PERFORM 420-SORT-INNER-PASS
               UNTIL WS-SORT-SUB2 > WS-HIT-TAB-MAX.

       420-SORT-INNER-PASS.
           IF WS-HIT-ENTRY(WS-SORT-SUB2)(1:12)
              < WS-HIT-ENTRY(WS-SORT-SUB)(1:12)
               MOVE WS-HIT-ENTRY(WS-SORT-SUB) TO WS-SWAP-ENTRY
               MOVE WS-HIT-ENTRY(WS-SORT-SUB2)
                   TO WS-HIT-ENTRY(WS-SORT-SUB)
               MOVE WS-SWAP-ENTRY TO WS-HIT-ENTRY(WS-SORT-SUB2)
           END-IF.
           ADD 1 TO WS-SORT-SUB2.

      *****************************************************************
      * A NEW ANALYST HEADING AT EACH CHANGE OF ANALYST; UNASSIGNED
      * CASES SORT FIRST (BLANK ANALYST) AND PRINT AS UNASSIGNED
      *****************************************************************
       450-WRITE-VIOLATION-REPORT.
           MOVE WS-TODAY TO VOH-DATE.
           MOVE VIO-HEADING-1 TO VIO-OUT-REC.
           WRITE VIO-OUT-REC.
           MOVE HIGH-VALUES TO WS-PREV-ANALYST.
           SET HIT-IDX TO 1.
           PERFORM 460-WRITE-ONE-HIT
               UNTIL HIT-IDX > WS-HIT-TAB-MAX.

       460-WRITE-ONE-HIT.
           IF WS-HIT-ANALYST-ID(HIT-IDX) NOT = WS-PREV-ANALYST
               MOVE WS-HIT-ANALYST-ID(HIT-IDX) TO WS-PREV-ANALYST
               PERFORM 470-WRITE-ANALYST-HEADING
           END-IF.
           MOVE WS-HIT-CASE-NUMBER(HIT-IDX) TO VOD-CASE-NUMBER.
           MOVE WS-HIT-INCIDENT-DATE(HIT-IDX) TO VOD-INCIDENT-DATE.
           MOVE WS-HIT-REASON(HIT-IDX) TO VOD-REASON.
           MOVE WS-HIT-ORDER-NO(HIT-IDX) TO VOD-ORDER-NO.
           MOVE WS-HIT-ORDER-TYPE(HIT-IDX) TO VOD-ORDER-TYPE.
           MOVE WS-HIT-EXPIRY-DATE(HIT-IDX) TO VOD-EXPIRY-DATE.
           MOVE VIO-DETAIL-LINE TO VIO-OUT-REC.
           WRITE VIO-OUT-REC.
           MOVE 'ADDRESS:    ' TO VOX-LABEL.
           MOVE WS-HIT-ADDRESS(HIT-IDX) TO VOX-TEXT.
           MOVE VIO-DESC-LINE TO VIO-OUT-REC.
           WRITE VIO-OUT-REC.
           MOVE 'PETITIONER: ' TO VOX-LABEL.
           MOVE WS-HIT-PETITIONER(HIT-IDX) TO VOX-TEXT.
           MOVE VIO-DESC-LINE TO VIO-OUT-REC.
           WRITE VIO-OUT-REC.
           MOVE 'RESPONDENT: ' TO VOX-LABEL.
           MOVE WS-HIT-RESPONDENT(HIT-IDX) TO VOX-TEXT.
           MOVE VIO-DESC-LINE TO VIO-OUT-REC.
           WRITE VIO-OUT-REC.
           SET HIT-IDX UP BY 1.

       470-WRITE-ANALYST-HEADING.
           MOVE SPACES TO VIO-OUT-REC.
           WRITE VIO-OUT-REC.
           IF WS-PREV-ANALYST = SPACES
               MOVE SPACES TO VOA-ANALYST-ID
               MOVE 'UNASSIGNED' TO VOA-ANALYST-NAME
           ELSE
               MOVE WS-PREV-ANALYST TO VOA-ANALYST-ID
               MOVE 'NOT ON ROSTER' TO VOA-ANALYST-NAME
               MOVE 'N' TO WS-FOUND-SWITCH
               SET ANL-IDX TO 1
               PERFORM 475-SEARCH-ROSTER
                   UNTIL ANL-IDX > WS-ANL-TAB-MAX OR WS-FOUND
               IF WS-FOUND
                   MOVE WS-ANL-NAME(ANL-IDX) TO VOA-ANALYST-NAME
               END-IF
           END-IF.
           MOVE VIO-ANALYST-LINE TO VIO-OUT-REC.
           WRITE VIO-OUT-REC.

       475-SEARCH-ROSTER.
           IF WS-ANL-ID(ANL-IDX) = WS-PREV-ANALYST
               MOVE 'Y' TO WS-FOUND-SWITCH
           ELSE
               SET ANL-IDX UP BY 1
           END-IF.

      *DISPLAY THE CROSS-CHECK DISPOSITION TOTALS**********************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-ORDERS-READ TO WS-ORDERS-READZ.
           DISPLAY 'Active Orders Read        : ' WS-ORDERS-READZ.
           MOVE WS-ORDERS-LOADED TO WS-ORDERS-LOADEDZ.
           DISPLAY 'Orders Loaded For Match   : ' WS-ORDERS-LOADEDZ.
           MOVE WS-EXPIRY-NOTICES TO WS-EXPIRY-NOTICESZ.
           DISPLAY 'Expiry Notices Written    : ' WS-EXPIRY-NOTICESZ.
           MOVE WS-CASES-READ TO WS-CASES-READZ.
           DISPLAY 'Tonight''s Cases Read      : ' WS-CASES-READZ.
           MOVE WS-CASES-CHECKED TO WS-CASES-CHECKEDZ.
           DISPLAY 'Stalking/DV Cases Checked : ' WS-CASES-CHECKEDZ.
           MOVE WS-HITS TO WS-HITSZ.
           DISPLAY 'Possible Violations       : ' WS-HITSZ.
           MOVE WS-HITS-REPEATED TO WS-HITS-REPEATEDZ.
           DISPLAY 'Hits Reported Before      : ' WS-HITS-REPEATEDZ.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           IF WS-OPMAST-STATUS = '00' OR WS-OPMAST-STATUS = '10'
              OR WS-OPMAST-STATUS = '23'
               CLOSE ORDER-MASTER-FILE
           END-IF.
           IF WS-ADDRXREF-STATUS = '00' OR WS-ADDRXREF-STATUS = '10'
               CLOSE ADDR-XREF-FILE
           END-IF.
           CLOSE ORDER-HIT-FILE
                 CASE-MASTER-FILE
                 ASSIGN-MASTER-FILE
                 VIOLATION-REPORT-FILE
                 EXPIRY-EXTRACT-FILE.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
