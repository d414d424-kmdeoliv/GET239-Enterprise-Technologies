      *****************************************************************
      *PURPOSE: Nightly data-warehouse load.  The county warehouse
      *takes the case master in fact/dimension form instead of the
      *266-byte CC layout.  This program keeps the dimension master
      *DIMMAST - one row per version of each date, beat/district,
      *community area, IUCR/category, location-type and disposition
      *member, each carrying its own surrogate key - and writes three
      *load files: the WHFACT incident fact file (every case on
      *CASEMAST, with the surrogate key of each dimension member in
      *force on the incident date), the WHDIM file of every dimension
      *row added or closed tonight, and the WHCTL control counts
      *(record count and key hash total per file and dimension) the
      *warehouse checks before it commits the load.  The beat, area,
      *IUCR and location dimensions are slowly-changing: when a
      *BEATREF, COMMAREA, IUCRCAT or LOCCAT entry's attributes differ
      *from the member's current version, that version is closed as
      *of yesterday and a new version with a new surrogate key opens
      *today - nothing is overwritten, so old facts keep the district
      *or description they had.  A rerun the same night finds the
      *versions already made and hands the same WHDIM rows over again.
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      WHLOAD.
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
           SELECT DIM-MASTER-FILE ASSIGN TO DIMMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DM-KEY
           FILE STATUS IS WS-DIMMAST-STATUS.
           SELECT BEAT-REF-FILE ASSIGN TO BEATREF
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COMM-AREA-FILE ASSIGN TO COMMAREA
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT IUCR-CAT-FILE ASSIGN TO IUCRCAT
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOC-CATALOG-FILE ASSIGN TO LOCCAT
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FACT-OUT-FILE ASSIGN TO WHFACT
           ORGANIZATION IS SEQUENTIAL.
           SELECT DIM-OUT-FILE ASSIGN TO WHDIM
           ORGANIZATION IS SEQUENTIAL.
           SELECT LOAD-CTL-FILE ASSIGN TO WHCTL
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****PERSISTENT CASE MASTER - ONLY THE FIELDS THE FACT NEEDS*****
       FD  CASE-MASTER-FILE.
       01  CASE-MASTER-REC.
           05  CM-CASE-NUMBER               PIC X(8).
           05  CM-DATE-TIME                 PIC X(15).
           05  FILLER                       PIC X(40).
           05  CM-IUCR                      PIC X(4).
           05  FILLER                       PIC X(80).
           05  CM-LOCATION                  PIC X(50).
           05  CM-ARREST                    PIC X.
           05  CM-DOMESTIC                  PIC X.
           05  CM-BEAT                      PIC X(4).
           05  CM-WARD                      PIC X(2).
           05  CM-FBI-CODE                  PIC X(3).
           05  FILLER                       PIC X(41).
           05  CM-COMM-AREA                 PIC X(2).
           05  FILLER                       PIC X(15).

      *****ASSIGNMENT MASTER - SEE DISPASGN****************************
       FD  ASSIGN-MASTER-FILE.
       01  ASSIGN-MASTER-REC.
           05  AS-CASE-NUMBER               PIC X(8).
           05  AS-ANALYST-ID                PIC X(4).
           05  AS-ASSIGNED-DATE             PIC X(8).
           05  AS-DISPO-CODE                PIC X(2).
           05  AS-DISPO-DATE                PIC X(8).

      *****************************************************************
      * DIMENSION MASTER - ONE ROW PER VERSION OF A DIMENSION MEMBER,
      * KEYED TYPE, NATURAL KEY, VERSION.  VALID-FROM/VALID-TO ARE
      * INCLUSIVE; THE CURRENT VERSION RUNS TO 99991231.  CHANGED-DATE
      * AND CHANGE-ACTION (N NEW MEMBER, V NEW VERSION, X VERSION
      * CLOSED) SAY WHICH NIGHT'S WHDIM FILE CARRIED THE ROW.  THE
      * ONE TYPE '00' ROW HOLDS THE NEXT SURROGATE KEY TO ISSUE
      *****************************************************************
       FD  DIM-MASTER-FILE.
       01  DIM-MASTER-REC.
           05  DM-KEY.
               10  DM-DIM-TYPE              PIC X(2).
               10  DM-NATURAL-KEY           PIC X(8).
               10  DM-VERSION               PIC 9(3).
           05  DM-SURROGATE-KEY             PIC 9(9).
           05  DM-VALID-FROM                PIC X(8).
           05  DM-VALID-TO                  PIC X(8).
           05  DM-CURRENT-FLAG              PIC X.
           05  DM-CHANGED-DATE              PIC X(8).
           05  DM-CHANGE-ACTION             PIC X.
           05  DM-ATTRIBUTES                PIC X(60).

      *****BEAT REFERENCE - BEAT TO DISTRICT (SEE CRIMEDIT)************
       FD  BEAT-REF-FILE.
       01  BEAT-REF-REC.
           05  BRF-BEAT                     PIC X(4).
           05  BRF-DISTRICT                 PIC X(3).
           05  BRF-AREA                     PIC X(2).
           05  FILLER                       PIC X.
           05  BRF-WARD                     PIC X(2).
      *THE BOUNDING-BOX COLUMNS ONLY CRIMEDIT'S BEAT REPAIR READS******
           05  FILLER                       PIC X(46).
           05  FILLER                       PIC X.
           05  BRF-EFF-DATE                 PIC X(8).
           05  FILLER                       PIC X.
           05  BRF-END-DATE                 PIC X(8).

      *****COMMUNITY AREA REFERENCE - SEE CARPT************************
       FD  COMM-AREA-FILE.
       01  COMM-AREA-REC.
           05  CAR-AREA-CODE                PIC X(2).
           05  CAR-AREA-NAME                PIC X(30).
           05  CAR-REGION                   PIC X(15).

      *****IUCR CODE CATALOG MAINTAINED BY IUCRMNT*********************
       FD  IUCR-CAT-FILE.
       01  IUCR-CAT-REC.
           05  ICR-IUCR-CODE                PIC X(4).
           05  ICR-DESCRIPTION              PIC X(30).
           05  ICR-EFFECTIVE-DATE           PIC X(8).
           05  ICR-RETIRED-DATE             PIC X(8).

      *****LOCATION-TYPE CATALOG MAINTAINED BY LOCMNT******************
       FD  LOC-CATALOG-FILE.
       01  LOC-CATALOG-REC.
           05  LCT-CODE                     PIC X(4).
           05  FILLER                       PIC X.
           05  LCT-RAW-TEXT                 PIC X(50).

      *****************************************************************
      * INCIDENT FACT - ONE PER CASE ON THE MASTER.  A SURROGATE KEY
      * OF ZERO IS A MEMBER THE DIMENSION DOES NOT HOLD (A BEAT, AREA
      * OR IUCR CODE OFF THE REFERENCE FILES); THE DATE KEY IS THE
      * INCIDENT DATE ITSELF, ZERO WHEN IT WILL NOT PARSE
      *****************************************************************
       FD  FACT-OUT-FILE.
       01  FACT-OUT-REC.
           05  WF-CASE-NUMBER               PIC X(8).
           05  WF-DATE-KEY                  PIC 9(8).
           05  WF-INCIDENT-TIME             PIC X(4).
           05  WF-BEAT-KEY                  PIC 9(9).
           05  WF-AREA-KEY                  PIC 9(9).
           05  WF-IUCR-KEY                  PIC 9(9).
           05  WF-LOCTYPE-KEY               PIC 9(9).
           05  WF-DISPO-KEY                 PIC 9(9).
           05  WF-ARREST-FLAG               PIC X.
           05  WF-DOMESTIC-FLAG             PIC X.
           05  WF-FBI-CODE                  PIC X(3).
           05  WF-LOAD-DATE                 PIC X(8).
           05  FILLER                       PIC X(2).

      *****TONIGHT'S DIMENSION ROWS - THE DIMMAST ROW LESS ITS DATE****
       FD  DIM-OUT-FILE.
       01  DIM-OUT-REC.
           05  WD-DIM-TYPE                  PIC X(2).
           05  WD-NATURAL-KEY               PIC X(8).
           05  WD-VERSION                   PIC 9(3).
           05  WD-SURROGATE-KEY             PIC 9(9).
           05  WD-VALID-FROM                PIC X(8).
           05  WD-VALID-TO                  PIC X(8).
           05  WD-CURRENT-FLAG              PIC X.
           05  WD-CHANGE-ACTION             PIC X.
           05  WD-ATTRIBUTES                PIC X(60).

      *****************************************************************
      * LOAD CONTROL COUNTS - ONE LINE PER FILE (AND PER DIMENSION
      * TYPE ON WHDIM): RECORDS WRITTEN AND THE SUM OF THE SURROGATE
      * KEYS THEY CARRY.  THE WAREHOUSE RECOUNTS BOTH BEFORE COMMIT
      *****************************************************************
       FD  LOAD-CTL-FILE.
       01  LOAD-CTL-REC.
           05  WC-LOAD-DATE                 PIC X(8).
           05  FILLER                       PIC X.
           05  WC-FILE-ID                   PIC X(8).
           05  FILLER                       PIC X.
           05  WC-DIM-TYPE                  PIC X(2).
           05  FILLER                       PIC X.
           05  WC-RECORD-COUNT              PIC 9(9).
           05  FILLER                       PIC X.
           05  WC-HASH-TOTAL                PIC 9(15).
           05  FILLER                       PIC X(34).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-REF-EOF-SWITCH        PIC X        VALUE 'N'.
              88 REF-EOF                            VALUE 'Y'.
           05 WS-DIM-EOF-SWITCH        PIC X        VALUE 'N'.
              88 DIM-EOF                            VALUE 'Y'.
           05 WS-FOUND-SWITCH          PIC X        VALUE 'N'.
              88 WS-FOUND                           VALUE 'Y'.
           05 WS-ASGNMAST-SWITCH       PIC X        VALUE 'N'.
              88 ASGNMAST-OPEN                      VALUE 'Y'.
       01 WS-CASEMAST-STATUS           PIC XX.
       01 WS-ASGNMAST-STATUS           PIC XX.
       01 WS-DIMMAST-STATUS            PIC XX.

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

      *****RUN DATES***************************************************
       01 WS-TODAY                 PIC X(8).
       01 WS-TODAY9 REDEFINES WS-TODAY PIC 9(8).
       01 WS-YESTERDAY             PIC 9(8).
       01 WS-FIRST-VALID-DATE      PIC X(8)     VALUE '19000101'.
       01 WS-OPEN-END-DATE         PIC X(8)     VALUE '99991231'.

      *****INCIDENT DATE AS CCYYMMDD - THE AS-OF DATE FOR EVERY KEY****
       01 WS-INC-DATE.
           05 WS-INC-YEAR              PIC 9(4).
           05 WS-INC-MONTH             PIC 99.
           05 WS-INC-DAY               PIC 99.
       01 WS-INC-DATE-X REDEFINES WS-INC-DATE PIC X(8).
       01 WS-INC-DATE-9 REDEFINES WS-INC-DATE PIC 9(8).
       01 WS-AS-OF-DATE            PIC X(8).

      *****DAY-OF-WEEK ARITHMETIC - SAME 1=SUNDAY CYCLE AS DOWRPT******
       01 WS-DOW-WORK                  PIC 9(7).
       01 WS-DOW                       PIC 9.
       01 WS-QUARTER                   PIC 9.
       01 WS-DAY-NAMES.
           05 FILLER               PIC X(9)     VALUE 'SUNDAY'.
           05 FILLER               PIC X(9)     VALUE 'MONDAY'.
           05 FILLER               PIC X(9)     VALUE 'TUESDAY'.
           05 FILLER               PIC X(9)     VALUE 'WEDNESDAY'.
           05 FILLER               PIC X(9)     VALUE 'THURSDAY'.
           05 FILLER               PIC X(9)     VALUE 'FRIDAY'.
           05 FILLER               PIC X(9)     VALUE 'SATURDAY'.
       01 WS-DAY-NAMES-R REDEFINES WS-DAY-NAMES.
           05 WS-DAY-NAME OCCURS 7 TIMES PIC X(9).

      *****************************************************************
      * ONE DIMENSION MEMBER TO APPLY OR LOOK UP - TYPE, NATURAL KEY
      * AND ATTRIBUTES, WITH THE ATTRIBUTE LAYOUT OF EACH TYPE
      *****************************************************************
       01 WS-APPLY-TYPE            PIC X(2).
       01 WS-APPLY-NATURAL-KEY     PIC X(8).
       01 WS-APPLY-SURROGATE-KEY   PIC 9(9).
       01 WS-APPLY-ATTRIBUTES      PIC X(60).
       01 WS-DATE-ATTRIBUTES REDEFINES WS-APPLY-ATTRIBUTES.
           05 WS-DA-YEAR               PIC X(4).
           05 WS-DA-QUARTER            PIC X.
           05 WS-DA-MONTH              PIC X(2).
           05 WS-DA-DAY                PIC X(2).
           05 WS-DA-DAY-NAME           PIC X(9).
           05 WS-DA-WEEKEND            PIC X.
           05 FILLER                   PIC X(41).
       01 WS-BEAT-ATTRIBUTES REDEFINES WS-APPLY-ATTRIBUTES.
           05 WS-BA-DISTRICT           PIC X(3).
           05 WS-BA-AREA               PIC X(2).
           05 WS-BA-WARD               PIC X(2).
           05 FILLER                   PIC X(53).
       01 WS-AREA-ATTRIBUTES REDEFINES WS-APPLY-ATTRIBUTES.
           05 WS-AA-NAME               PIC X(30).
           05 WS-AA-REGION             PIC X(15).
           05 FILLER                   PIC X(15).
       01 WS-IUCR-ATTRIBUTES REDEFINES WS-APPLY-ATTRIBUTES.
           05 WS-IA-DESCRIPTION        PIC X(30).
           05 WS-IA-CATEGORY           PIC X(20).
           05 WS-IA-RETIRED-DATE       PIC X(8).
           05 FILLER                   PIC X(2).
       01 WS-LOC-ATTRIBUTES REDEFINES WS-APPLY-ATTRIBUTES.
           05 WS-LA-LOCATION-TYPE      PIC X(50).
           05 FILLER                   PIC X(10).
       01 WS-DISPO-ATTRIBUTES REDEFINES WS-APPLY-ATTRIBUTES.
           05 WS-PA-STATUS             PIC X(20).
           05 FILLER                   PIC X(40).

      *****THE MEMBER'S CURRENT VERSION AS FOUND ON DIMMAST************
       01 WS-CUR-VERSION           PIC 9(3).
       01 WS-CUR-ATTRIBUTES        PIC X(60).

      *****A KEY LOOKUP - TYPE, NATURAL KEY, AS-OF DATE, ANSWER********
       01 WS-LKP-SURROGATE-KEY     PIC 9(9).
       01 WS-LKP-CURRENT-KEY       PIC 9(9).

      *****THE SURROGATE-KEY COUNTER ROW*******************************
       01 WS-COUNTER-TYPE          PIC X(2)     VALUE '00'.
       01 WS-COUNTER-NAME          PIC X(8)     VALUE 'NEXTKEY'.
       01 WS-NEXT-SURROGATE-KEY    PIC 9(9).

      *****LOCATION-TYPE CATALOG TABLE - SAME AS LOCSTAMP'S************
       01 WS-CAT-TAB-MAX           PIC 9(3)     VALUE 0.
       01 WS-CAT-TABLE.
           05 WS-CAT-ENTRY OCCURS 300 TIMES
                             INDEXED BY CAT-IDX CAT-IDX2.
              10 WS-CAT-CODE           PIC X(4).
              10 WS-CAT-RAW-TEXT       PIC X(50).
       01 WS-UNMAPPED-CODE         PIC X(4)     VALUE '9999'.

      *****THE SIX DIMENSION TYPES, IN WHCTL ORDER*********************
       01 WS-DIM-TYPE-VALUES       PIC X(12)    VALUE 'DTBTCAIULTDP'.
       01 WS-DIM-TYPE-VALUES-R REDEFINES WS-DIM-TYPE-VALUES.
           05 WS-DIM-TYPE-VALUE OCCURS 6 TIMES PIC X(2).
       01 WS-DIM-SUB               PIC 9.
       01 WS-DIM-TABLE.
           05 WS-DIM-ENTRY OCCURS 6 TIMES
                             INDEXED BY DIM-IDX.
              10 WS-DIM-TYPE           PIC X(2).
              10 WS-DIM-ROWS-OUT       PIC 9(9).
              10 WS-DIM-HASH           PIC 9(15).

      *****LOAD FILE CONTROL TOTALS************************************
       01 WS-FACT-HASH             PIC 9(15)    VALUE 0.
       01 WS-DIM-TOTAL-ROWS        PIC 9(9)     VALUE 0.
       01 WS-DIM-TOTAL-HASH        PIC 9(15)    VALUE 0.

      *****LOAD DISPOSITION COUNTERS***********************************
       01 WS-FACTS-WRITTEN         PIC 9(7)     VALUE 0.
       01 WS-FACTS-WRITTENZ        PIC Z,ZZZ,ZZ9.
       01 WS-MEMBERS-ADDED         PIC 9(7)     VALUE 0.
       01 WS-MEMBERS-ADDEDZ        PIC Z,ZZZ,ZZ9.
       01 WS-VERSIONS-ADDED        PIC 9(7)     VALUE 0.
       01 WS-VERSIONS-ADDEDZ       PIC Z,ZZZ,ZZ9.
       01 WS-MEMBERS-UNCHANGED     PIC 9(7)     VALUE 0.
       01 WS-MEMBERS-UNCHANGEDZ    PIC Z,ZZZ,ZZ9.
       01 WS-DIM-ROWS-WRITTENZ     PIC Z,ZZZ,ZZ9.
       01 WS-DATES-UNPARSED        PIC 9(7)     VALUE 0.
       01 WS-DATES-UNPARSEDZ       PIC Z,ZZZ,ZZ9.
       01 WS-KEYS-UNRESOLVED       PIC 9(7)     VALUE 0.
       01 WS-KEYS-UNRESOLVEDZ      PIC Z,ZZZ,ZZ9.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 200-OPEN-FILES.
           PERFORM 250-APPLY-REFERENCE-DIMENSIONS.
           PERFORM 300-WRITE-INCIDENT-FACTS.
           PERFORM 400-WRITE-DIMENSION-ROWS.
           PERFORM 450-WRITE-CONTROL-COUNTS.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies WHLOAD  *'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* February, 2017                         *'.
           DISPLAY '******************************************'.

      *****************************************************************
      * THE DIMENSION MASTER MAY NOT EXIST YET ON THE FIRST RUN.
      * WITHOUT ASGNMAST EVERY CASE LOADS AS NOT ASSIGNED
      *****************************************************************
       200-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-YESTERDAY =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY9) - 1).
           PERFORM 205-CLEAR-DIM-TALLY
               VARYING WS-DIM-SUB FROM 1 BY 1 UNTIL WS-DIM-SUB > 6.
           OPEN INPUT CASE-MASTER-FILE.
           IF WS-CASEMAST-STATUS NOT = '00'
               DISPLAY '*** CASEMAST NOT AVAILABLE ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ASSIGN-MASTER-FILE.
           IF WS-ASGNMAST-STATUS = '00'
               MOVE 'Y' TO WS-ASGNMAST-SWITCH
           ELSE
               DISPLAY '*** ASGNMAST NOT AVAILABLE - CASES LOAD AS '
                       'NOT ASSIGNED ***'
           END-IF.
           OPEN I-O DIM-MASTER-FILE.
           IF WS-DIMMAST-STATUS = '35'
               OPEN OUTPUT DIM-MASTER-FILE
               CLOSE DIM-MASTER-FILE
               OPEN I-O DIM-MASTER-FILE
           END-IF.
           OPEN OUTPUT FACT-OUT-FILE.
           OPEN OUTPUT DIM-OUT-FILE.
           OPEN OUTPUT LOAD-CTL-FILE.

       205-CLEAR-DIM-TALLY.
           MOVE WS-DIM-TYPE-VALUE(WS-DIM-SUB)
                TO WS-DIM-TYPE(WS-DIM-SUB).
           MOVE 0 TO WS-DIM-ROWS-OUT(WS-DIM-SUB).
           MOVE 0 TO WS-DIM-HASH(WS-DIM-SUB).

      *****************************************************************
      * THE SLOWLY-CHANGING DIMENSIONS, EACH OFF ITS REFERENCE FILE
      * AS IT STANDS TONIGHT: BEATS IN FORCE TODAY, EVERY COMMUNITY
      * AREA, IUCR CODES ALREADY EFFECTIVE, AND ONE LOCATION TYPE PER
      * LOCCAT CODE (ITS FIRST CATALOG TEXT) PLUS THE UNMAPPED CODE
      *****************************************************************
       250-APPLY-REFERENCE-DIMENSIONS.
           OPEN INPUT BEAT-REF-FILE.
           MOVE 'N' TO WS-REF-EOF-SWITCH.
           PERFORM 255-READ-BEAT-REF-REC UNTIL REF-EOF.
           CLOSE BEAT-REF-FILE.
           OPEN INPUT COMM-AREA-FILE.
           MOVE 'N' TO WS-REF-EOF-SWITCH.
           PERFORM 260-READ-COMM-AREA-REC UNTIL REF-EOF.
           CLOSE COMM-AREA-FILE.
           OPEN INPUT IUCR-CAT-FILE.
           MOVE 'N' TO WS-REF-EOF-SWITCH.
           PERFORM 265-READ-IUCR-CAT-REC UNTIL REF-EOF.
           CLOSE IUCR-CAT-FILE.
           OPEN INPUT LOC-CATALOG-FILE.
           MOVE 'N' TO WS-REF-EOF-SWITCH.
           PERFORM 270-READ-LOC-CATALOG-REC UNTIL REF-EOF.
           CLOSE LOC-CATALOG-FILE.
           SET CAT-IDX TO 1.
           PERFORM 275-APPLY-LOCATION-TYPE
               UNTIL CAT-IDX > WS-CAT-TAB-MAX.
           MOVE 'LT' TO WS-APPLY-TYPE.
           MOVE WS-UNMAPPED-CODE TO WS-APPLY-NATURAL-KEY.
           MOVE SPACES TO WS-APPLY-ATTRIBUTES.
           MOVE 'UNMAPPED LOCATION' TO WS-LA-LOCATION-TYPE.
           PERFORM 700-APPLY-DIMENSION-MEMBER.

       255-READ-BEAT-REF-REC.
           READ BEAT-REF-FILE
               AT END MOVE 'Y' TO WS-REF-EOF-SWITCH
           END-READ.
           IF NOT REF-EOF
              AND WS-TODAY NOT < BRF-EFF-DATE
              AND WS-TODAY NOT > BRF-END-DATE
               MOVE 'BT' TO WS-APPLY-TYPE
               MOVE BRF-BEAT TO WS-APPLY-NATURAL-KEY
               MOVE SPACES TO WS-APPLY-ATTRIBUTES
               MOVE BRF-DISTRICT TO WS-BA-DISTRICT
               MOVE BRF-AREA TO WS-BA-AREA
               MOVE BRF-WARD TO WS-BA-WARD
               PERFORM 700-APPLY-DIMENSION-MEMBER
           END-IF.

       260-READ-COMM-AREA-REC.
           READ COMM-AREA-FILE
               AT END MOVE 'Y' TO WS-REF-EOF-SWITCH
           END-READ.
           IF NOT REF-EOF
               MOVE 'CA' TO WS-APPLY-TYPE
               MOVE CAR-AREA-CODE TO WS-APPLY-NATURAL-KEY
               MOVE SPACES TO WS-APPLY-ATTRIBUTES
               MOVE CAR-AREA-NAME TO WS-AA-NAME
               MOVE CAR-REGION TO WS-AA-REGION
               PERFORM 700-APPLY-DIMENSION-MEMBER
           END-IF.

      *THE CATEGORY IS THE DESCRIPTION AHEAD OF ITS ' - ' QUALIFIER****
       265-READ-IUCR-CAT-REC.
           READ IUCR-CAT-FILE
               AT END MOVE 'Y' TO WS-REF-EOF-SWITCH
           END-READ.
           IF NOT REF-EOF
              AND ICR-EFFECTIVE-DATE NOT > WS-TODAY
               MOVE 'IU' TO WS-APPLY-TYPE
               MOVE ICR-IUCR-CODE TO WS-APPLY-NATURAL-KEY
               MOVE SPACES TO WS-APPLY-ATTRIBUTES
               MOVE ICR-DESCRIPTION TO WS-IA-DESCRIPTION
               UNSTRING ICR-DESCRIPTION DELIMITED BY ' - '
                   INTO WS-IA-CATEGORY
               END-UNSTRING
               MOVE ICR-RETIRED-DATE TO WS-IA-RETIRED-DATE
               PERFORM 700-APPLY-DIMENSION-MEMBER
           END-IF.

       270-READ-LOC-CATALOG-REC.
           READ LOC-CATALOG-FILE
               AT END MOVE 'Y' TO WS-REF-EOF-SWITCH
           END-READ.
           IF NOT REF-EOF AND WS-CAT-TAB-MAX < 300
               ADD 1 TO WS-CAT-TAB-MAX
               MOVE LCT-CODE TO WS-CAT-CODE(WS-CAT-TAB-MAX)
               MOVE LCT-RAW-TEXT TO WS-CAT-RAW-TEXT(WS-CAT-TAB-MAX)
           END-IF.

      *A CODE ALREADY SEEN HIGHER IN THE CATALOG IS PASSED OVER********
       275-APPLY-LOCATION-TYPE.
           MOVE 'N' TO WS-FOUND-SWITCH.
           SET CAT-IDX2 TO 1.
           PERFORM 278-SEARCH-EARLIER-CODE
               UNTIL CAT-IDX2 NOT < CAT-IDX OR WS-FOUND.
           IF NOT WS-FOUND
               MOVE 'LT' TO WS-APPLY-TYPE
               MOVE WS-CAT-CODE(CAT-IDX) TO WS-APPLY-NATURAL-KEY
               MOVE SPACES TO WS-APPLY-ATTRIBUTES
               MOVE WS-CAT-RAW-TEXT(CAT-IDX) TO WS-LA-LOCATION-TYPE
               PERFORM 700-APPLY-DIMENSION-MEMBER
           END-IF.
           SET CAT-IDX UP BY 1.

       278-SEARCH-EARLIER-CODE.
           IF WS-CAT-CODE(CAT-IDX2) = WS-CAT-CODE(CAT-IDX)
               MOVE 'Y' TO WS-FOUND-SWITCH
           ELSE
               SET CAT-IDX2 UP BY 1
           END-IF.

      *****************************************************************
      * ONE FACT PER CASE ON THE MASTER, EVERY KEY AS OF THE INCIDENT
      * DATE (TODAY WHEN THE DATE WILL NOT PARSE)
      *****************************************************************
       300-WRITE-INCIDENT-FACTS.
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
               PERFORM 320-BUILD-ONE-FACT
           END-IF.

       320-BUILD-ONE-FACT.
           MOVE SPACES TO FACT-OUT-REC.
           MOVE CM-CASE-NUMBER TO WF-CASE-NUMBER.
           CALL CONVERT-DATE USING CM-DATE-TIME
                           WS-DATE-CONVR
                           WS-TIME-CONVR
                           WS-CONVDATE-STATUS.
           IF WS-CONVDATE-VALID
               MOVE WS-YEAR9 TO WS-INC-YEAR
               MOVE WS-MONTH9 TO WS-INC-MONTH
               MOVE WS-DAY9 TO WS-INC-DAY
               MOVE WS-INC-DATE-X TO WS-AS-OF-DATE
               MOVE WS-TIME-CONV TO WF-INCIDENT-TIME
               PERFORM 330-RESOLVE-DATE-KEY
           ELSE
               ADD 1 TO WS-DATES-UNPARSED
               MOVE WS-TODAY TO WS-AS-OF-DATE
               MOVE 0 TO WF-DATE-KEY
           END-IF.
           MOVE 'BT' TO WS-APPLY-TYPE.
           MOVE CM-BEAT TO WS-APPLY-NATURAL-KEY.
           PERFORM 750-LOOK-UP-SURROGATE-KEY.
           MOVE WS-LKP-SURROGATE-KEY TO WF-BEAT-KEY.
           MOVE 'CA' TO WS-APPLY-TYPE.
           MOVE CM-COMM-AREA TO WS-APPLY-NATURAL-KEY.
           PERFORM 750-LOOK-UP-SURROGATE-KEY.
           MOVE WS-LKP-SURROGATE-KEY TO WF-AREA-KEY.
           MOVE 'IU' TO WS-APPLY-TYPE.
           MOVE CM-IUCR TO WS-APPLY-NATURAL-KEY.
           PERFORM 750-LOOK-UP-SURROGATE-KEY.
           MOVE WS-LKP-SURROGATE-KEY TO WF-IUCR-KEY.
           PERFORM 340-RESOLVE-LOCATION-KEY.
           PERFORM 350-RESOLVE-DISPOSITION-KEY.
           MOVE CM-ARREST TO WF-ARREST-FLAG.
           MOVE CM-DOMESTIC TO WF-DOMESTIC-FLAG.
           MOVE CM-FBI-CODE TO WF-FBI-CODE.
           MOVE WS-TODAY TO WF-LOAD-DATE.
           IF WF-BEAT-KEY = 0
               ADD 1 TO WS-KEYS-UNRESOLVED
           END-IF.
           IF WF-AREA-KEY = 0
               ADD 1 TO WS-KEYS-UNRESOLVED
           END-IF.
           IF WF-IUCR-KEY = 0
               ADD 1 TO WS-KEYS-UNRESOLVED
           END-IF.
           WRITE FACT-OUT-REC.
           ADD 1 TO WS-FACTS-WRITTEN.
           ADD WF-DATE-KEY WF-BEAT-KEY WF-AREA-KEY WF-IUCR-KEY
               WF-LOCTYPE-KEY WF-DISPO-KEY TO WS-FACT-HASH.

      *****************************************************************
      * THE DATE KEY IS THE DATE ITSELF.  A DATE NOT YET ON THE
      * DIMENSION IS ADDED WITH ITS CALENDAR ATTRIBUTES - DATES NEVER
      * CHANGE, SO THERE IS ONLY EVER THE ONE VERSION
      *****************************************************************
       330-RESOLVE-DATE-KEY.
           MOVE WS-INC-DATE-9 TO WF-DATE-KEY.
           MOVE 'DT' TO DM-DIM-TYPE.
           MOVE WS-INC-DATE-X TO DM-NATURAL-KEY.
           MOVE 1 TO DM-VERSION.
           READ DIM-MASTER-FILE
               INVALID KEY
                   PERFORM 335-ADD-DATE-MEMBER
           END-READ.

       335-ADD-DATE-MEMBER.
           MOVE 'DT' TO WS-APPLY-TYPE.
           MOVE WS-INC-DATE-X TO WS-APPLY-NATURAL-KEY.
           MOVE WS-INC-DATE-9 TO WS-APPLY-SURROGATE-KEY.
           MOVE SPACES TO WS-APPLY-ATTRIBUTES.
           MOVE WS-INC-DATE-X(1:4) TO WS-DA-YEAR.
           COMPUTE WS-QUARTER = (WS-INC-MONTH + 2) / 3.
           MOVE WS-QUARTER TO WS-DA-QUARTER.
           MOVE WS-INC-DATE-X(5:2) TO WS-DA-MONTH.
           MOVE WS-INC-DATE-X(7:2) TO WS-DA-DAY.
           COMPUTE WS-DOW-WORK =
               FUNCTION REM(
                   FUNCTION INTEGER-OF-DATE(WS-INC-DATE-9) 7).
           COMPUTE WS-DOW = WS-DOW-WORK + 1.
           MOVE WS-DAY-NAME(WS-DOW) TO WS-DA-DAY-NAME.
           IF WS-DOW = 1 OR WS-DOW = 7
               MOVE 'Y' TO WS-DA-WEEKEND
           ELSE
               MOVE 'N' TO WS-DA-WEEKEND
           END-IF.
           PERFORM 700-APPLY-DIMENSION-MEMBER.

      *THE CASE'S LOCATION TEXT THROUGH THE CATALOG, AS LOCSTAMP DOES**
       340-RESOLVE-LOCATION-KEY.
           MOVE 'N' TO WS-FOUND-SWITCH.
           SET CAT-IDX TO 1.
           PERFORM 345-SEARCH-CATALOG
               UNTIL CAT-IDX > WS-CAT-TAB-MAX OR WS-FOUND.
           MOVE 'LT' TO WS-APPLY-TYPE.
           IF WS-FOUND
               MOVE WS-CAT-CODE(CAT-IDX) TO WS-APPLY-NATURAL-KEY
           ELSE
               MOVE WS-UNMAPPED-CODE TO WS-APPLY-NATURAL-KEY
           END-IF.
           PERFORM 750-LOOK-UP-SURROGATE-KEY.
           MOVE WS-LKP-SURROGATE-KEY TO WF-LOCTYPE-KEY.

       345-SEARCH-CATALOG.
           IF WS-CAT-RAW-TEXT(CAT-IDX) = CM-LOCATION
               MOVE 'Y' TO WS-FOUND-SWITCH
           ELSE
               SET CAT-IDX UP BY 1
           END-IF.

      *****************************************************************
      * THE DISPOSITION MEMBER IS THE POSTED CODE OFF ASGNMAST, OR
      * '*A' ASSIGNED AND STILL OPEN, OR '*U' NEVER ASSIGNED.  A CODE
      * NOT YET ON THE DIMENSION IS ADDED THE FIRST NIGHT IT SHOWS UP
      *****************************************************************
       350-RESOLVE-DISPOSITION-KEY.
           MOVE 'DP' TO WS-APPLY-TYPE.
           MOVE SPACES TO WS-APPLY-ATTRIBUTES.
           MOVE '*U' TO WS-APPLY-NATURAL-KEY.
           MOVE 'NOT ASSIGNED' TO WS-PA-STATUS.
           IF ASGNMAST-OPEN
               MOVE CM-CASE-NUMBER TO AS-CASE-NUMBER
               READ ASSIGN-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AS-DISPO-CODE = SPACES
                           MOVE '*A' TO WS-APPLY-NATURAL-KEY
                           MOVE 'ASSIGNED - OPEN' TO WS-PA-STATUS
                       ELSE
                           MOVE AS-DISPO-CODE TO WS-APPLY-NATURAL-KEY
                           MOVE 'DISPOSITION POSTED' TO WS-PA-STATUS
                       END-IF
               END-READ
           END-IF.
           PERFORM 750-LOOK-UP-SURROGATE-KEY.
           IF WS-LKP-SURROGATE-KEY = 0
               PERFORM 700-APPLY-DIMENSION-MEMBER
               PERFORM 750-LOOK-UP-SURROGATE-KEY
           END-IF.
           MOVE WS-LKP-SURROGATE-KEY TO WF-DISPO-KEY.

      *****************************************************************
      * TONIGHT'S WHDIM IS EVERY DIMMAST ROW ADDED OR CLOSED TODAY -
      * SO A RERUN HANDS THE WAREHOUSE THE SAME ROWS AGAIN
      *****************************************************************
       400-WRITE-DIMENSION-ROWS.
           MOVE LOW-VALUES TO DM-KEY.
           MOVE 'N' TO WS-DIM-EOF-SWITCH.
           START DIM-MASTER-FILE KEY NOT < DM-KEY
               INVALID KEY MOVE 'Y' TO WS-DIM-EOF-SWITCH
           END-START.
           PERFORM 410-READ-NEXT-DIM-ROW UNTIL DIM-EOF.

       410-READ-NEXT-DIM-ROW.
           READ DIM-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-DIM-EOF-SWITCH
           END-READ.
           IF NOT DIM-EOF
              AND DM-DIM-TYPE NOT = WS-COUNTER-TYPE
              AND DM-CHANGED-DATE = WS-TODAY
               MOVE DM-DIM-TYPE TO WD-DIM-TYPE
               MOVE DM-NATURAL-KEY TO WD-NATURAL-KEY
               MOVE DM-VERSION TO WD-VERSION
               MOVE DM-SURROGATE-KEY TO WD-SURROGATE-KEY
               MOVE DM-VALID-FROM TO WD-VALID-FROM
               MOVE DM-VALID-TO TO WD-VALID-TO
               MOVE DM-CURRENT-FLAG TO WD-CURRENT-FLAG
               MOVE DM-CHANGE-ACTION TO WD-CHANGE-ACTION
               MOVE DM-ATTRIBUTES TO WD-ATTRIBUTES
               WRITE DIM-OUT-REC
               PERFORM 420-TALLY-DIM-ROW
           END-IF.

       420-TALLY-DIM-ROW.
           MOVE 'N' TO WS-FOUND-SWITCH.
           SET DIM-IDX TO 1.
           PERFORM 425-SEARCH-DIM-TYPE
               UNTIL DIM-IDX > 6 OR WS-FOUND.
           IF WS-FOUND
               ADD 1 TO WS-DIM-ROWS-OUT(DIM-IDX)
               ADD DM-SURROGATE-KEY TO WS-DIM-HASH(DIM-IDX)
           END-IF.
           ADD 1 TO WS-DIM-TOTAL-ROWS.
           ADD DM-SURROGATE-KEY TO WS-DIM-TOTAL-HASH.

       425-SEARCH-DIM-TYPE.
           IF WS-DIM-TYPE(DIM-IDX) = DM-DIM-TYPE
               MOVE 'Y' TO WS-FOUND-SWITCH
           ELSE
               SET DIM-IDX UP BY 1
           END-IF.

      *****************************************************************
      * THE FACT FILE, EACH DIMENSION TYPE, THEN THE WHDIM TOTAL
      * UNDER TYPE '**'
      *****************************************************************
       450-WRITE-CONTROL-COUNTS.
           MOVE SPACES TO LOAD-CTL-REC.
           MOVE WS-TODAY TO WC-LOAD-DATE.
           MOVE 'WHFACT' TO WC-FILE-ID.
           MOVE WS-FACTS-WRITTEN TO WC-RECORD-COUNT.
           MOVE WS-FACT-HASH TO WC-HASH-TOTAL.
           WRITE LOAD-CTL-REC.
           PERFORM 455-WRITE-DIM-COUNT
               VARYING DIM-IDX FROM 1 BY 1 UNTIL DIM-IDX > 6.
           MOVE '**' TO WC-DIM-TYPE.
           MOVE WS-DIM-TOTAL-ROWS TO WC-RECORD-COUNT.
           MOVE WS-DIM-TOTAL-HASH TO WC-HASH-TOTAL.
           WRITE LOAD-CTL-REC.

       455-WRITE-DIM-COUNT.
           MOVE 'WHDIM' TO WC-FILE-ID.
           MOVE WS-DIM-TYPE(DIM-IDX) TO WC-DIM-TYPE.
           MOVE WS-DIM-ROWS-OUT(DIM-IDX) TO WC-RECORD-COUNT.
           MOVE WS-DIM-HASH(DIM-IDX) TO WC-HASH-TOTAL.
           WRITE LOAD-CTL-REC.

      *DISPLAY THE LOAD DISPOSITION TOTALS*****************************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-FACTS-WRITTEN TO WS-FACTS-WRITTENZ.
           DISPLAY 'Incident Facts Written    : ' WS-FACTS-WRITTENZ.
           MOVE WS-DATES-UNPARSED TO WS-DATES-UNPARSEDZ.
           DISPLAY 'Incident Dates Unparsed   : ' WS-DATES-UNPARSEDZ.
           MOVE WS-KEYS-UNRESOLVED TO WS-KEYS-UNRESOLVEDZ.
           DISPLAY 'Keys Off The Dimensions   : ' WS-KEYS-UNRESOLVEDZ.
           MOVE WS-MEMBERS-ADDED TO WS-MEMBERS-ADDEDZ.
           DISPLAY 'Dimension Members Added   : ' WS-MEMBERS-ADDEDZ.
           MOVE WS-VERSIONS-ADDED TO WS-VERSIONS-ADDEDZ.
           DISPLAY 'New Versions (SCD)        : ' WS-VERSIONS-ADDEDZ.
           MOVE WS-MEMBERS-UNCHANGED TO WS-MEMBERS-UNCHANGEDZ.
           DISPLAY 'Reference Rows Unchanged  : '
                   WS-MEMBERS-UNCHANGEDZ.
           MOVE WS-DIM-TOTAL-ROWS TO WS-DIM-ROWS-WRITTENZ.
           DISPLAY 'Dimension Rows Written    : ' WS-DIM-ROWS-WRITTENZ.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           CLOSE CASE-MASTER-FILE
                 DIM-MASTER-FILE
                 FACT-OUT-FILE
                 DIM-OUT-FILE
                 LOAD-CTL-FILE.
           IF ASGNMAST-OPEN
               CLOSE ASSIGN-MASTER-FILE
           END-IF.

      *****************************************************************
      * APPLY ONE MEMBER TO THE DIMENSION MASTER.  NO VERSION YET -
      * VERSION 1, GOOD FOR ALL HISTORY.  SAME ATTRIBUTES AS THE
      * CURRENT VERSION - NOTHING TO DO.  DIFFERENT - THE CURRENT
      * VERSION IS CLOSED AS OF YESTERDAY AND THE NEXT ONE OPENS TODAY
      * UNDER A NEW SURROGATE KEY.  A DATE MEMBER COMES IN WITH ITS
      * KEY ALREADY SET; EVERY OTHER KEY IS ISSUED OFF THE COUNTER
      *****************************************************************
       700-APPLY-DIMENSION-MEMBER.
           PERFORM 710-FIND-CURRENT-VERSION.
           IF WS-CUR-VERSION = 0
               IF WS-APPLY-TYPE NOT = 'DT'
                   PERFORM 730-ISSUE-SURROGATE-KEY
               END-IF
               MOVE 1 TO DM-VERSION
               MOVE WS-FIRST-VALID-DATE TO DM-VALID-FROM
               MOVE 'N' TO DM-CHANGE-ACTION
               PERFORM 720-WRITE-NEW-VERSION
               ADD 1 TO WS-MEMBERS-ADDED
           ELSE
               IF WS-CUR-ATTRIBUTES = WS-APPLY-ATTRIBUTES
                   ADD 1 TO WS-MEMBERS-UNCHANGED
               ELSE
                   PERFORM 715-CLOSE-CURRENT-VERSION
                   PERFORM 730-ISSUE-SURROGATE-KEY
                   COMPUTE DM-VERSION = WS-CUR-VERSION + 1
                   MOVE WS-TODAY TO DM-VALID-FROM
                   MOVE 'V' TO DM-CHANGE-ACTION
                   PERFORM 720-WRITE-NEW-VERSION
                   ADD 1 TO WS-VERSIONS-ADDED
               END-IF
           END-IF.

      *THE LAST VERSION READ FOR THE MEMBER IS ITS CURRENT ONE*********
       710-FIND-CURRENT-VERSION.
           MOVE 0 TO WS-CUR-VERSION.
           MOVE SPACES TO WS-CUR-ATTRIBUTES.
           MOVE WS-APPLY-TYPE TO DM-DIM-TYPE.
           MOVE WS-APPLY-NATURAL-KEY TO DM-NATURAL-KEY.
           MOVE 0 TO DM-VERSION.
           MOVE 'N' TO WS-DIM-EOF-SWITCH.
           START DIM-MASTER-FILE KEY NOT < DM-KEY
               INVALID KEY MOVE 'Y' TO WS-DIM-EOF-SWITCH
           END-START.
           PERFORM 712-READ-NEXT-VERSION UNTIL DIM-EOF.

       712-READ-NEXT-VERSION.
           READ DIM-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-DIM-EOF-SWITCH
           END-READ.
           IF NOT DIM-EOF
               IF DM-DIM-TYPE = WS-APPLY-TYPE
                  AND DM-NATURAL-KEY = WS-APPLY-NATURAL-KEY
                   MOVE DM-VERSION TO WS-CUR-VERSION
                   MOVE DM-ATTRIBUTES TO WS-CUR-ATTRIBUTES
               ELSE
                   MOVE 'Y' TO WS-DIM-EOF-SWITCH
               END-IF
           END-IF.

       715-CLOSE-CURRENT-VERSION.
           MOVE WS-APPLY-TYPE TO DM-DIM-TYPE.
           MOVE WS-APPLY-NATURAL-KEY TO DM-NATURAL-KEY.
           MOVE WS-CUR-VERSION TO DM-VERSION.
           READ DIM-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-YESTERDAY TO DM-VALID-TO
                   MOVE 'N' TO DM-CURRENT-FLAG
                   MOVE WS-TODAY TO DM-CHANGED-DATE
                   MOVE 'X' TO DM-CHANGE-ACTION
                   REWRITE DIM-MASTER-REC
           END-READ.

       720-WRITE-NEW-VERSION.
           MOVE WS-APPLY-TYPE TO DM-DIM-TYPE.
           MOVE WS-APPLY-NATURAL-KEY TO DM-NATURAL-KEY.
           MOVE WS-APPLY-SURROGATE-KEY TO DM-SURROGATE-KEY.
           MOVE WS-OPEN-END-DATE TO DM-VALID-TO.
           MOVE 'Y' TO DM-CURRENT-FLAG.
           MOVE WS-TODAY TO DM-CHANGED-DATE.
           MOVE WS-APPLY-ATTRIBUTES TO DM-ATTRIBUTES.
           WRITE DIM-MASTER-REC.

      *****************************************************************
      * THE COUNTER ROW IS REWRITTEN WITH EVERY KEY ISSUED, SO A
      * RESTART NEVER HANDS OUT A KEY TWICE.  IT IS ABSENT BEFORE THE
      * FIRST LOAD - NUMBERING THEN STARTS AT ONE
      *****************************************************************
       730-ISSUE-SURROGATE-KEY.
           MOVE WS-COUNTER-TYPE TO DM-DIM-TYPE.
           MOVE WS-COUNTER-NAME TO DM-NATURAL-KEY.
           MOVE 0 TO DM-VERSION.
           READ DIM-MASTER-FILE
               INVALID KEY
                   MOVE 1 TO WS-NEXT-SURROGATE-KEY
                   MOVE SPACES TO DIM-MASTER-REC
                   MOVE WS-COUNTER-TYPE TO DM-DIM-TYPE
                   MOVE WS-COUNTER-NAME TO DM-NATURAL-KEY
                   MOVE 0 TO DM-VERSION
                   MOVE 2 TO DM-SURROGATE-KEY
                   WRITE DIM-MASTER-REC
               NOT INVALID KEY
                   MOVE DM-SURROGATE-KEY TO WS-NEXT-SURROGATE-KEY
                   ADD 1 TO DM-SURROGATE-KEY
                   REWRITE DIM-MASTER-REC
           END-READ.
           MOVE WS-NEXT-SURROGATE-KEY TO WS-APPLY-SURROGATE-KEY.

      *****************************************************************
      * THE SURROGATE KEY OF THE MEMBER'S VERSION IN FORCE ON THE
      * AS-OF DATE - THE CURRENT VERSION IF NONE COVERS IT, ZERO IF
      * THE DIMENSION DOES NOT HOLD THE MEMBER AT ALL
      *****************************************************************
       750-LOOK-UP-SURROGATE-KEY.
           MOVE 0 TO WS-LKP-SURROGATE-KEY.
           MOVE 0 TO WS-LKP-CURRENT-KEY.
           MOVE WS-APPLY-TYPE TO DM-DIM-TYPE.
           MOVE WS-APPLY-NATURAL-KEY TO DM-NATURAL-KEY.
           MOVE 0 TO DM-VERSION.
           MOVE 'N' TO WS-DIM-EOF-SWITCH.
           START DIM-MASTER-FILE KEY NOT < DM-KEY
               INVALID KEY MOVE 'Y' TO WS-DIM-EOF-SWITCH
           END-START.
           PERFORM 755-READ-NEXT-LOOKUP UNTIL DIM-EOF.
           IF WS-LKP-SURROGATE-KEY = 0
               MOVE WS-LKP-CURRENT-KEY TO WS-LKP-SURROGATE-KEY
           END-IF.

       755-READ-NEXT-LOOKUP.
           READ DIM-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-DIM-EOF-SWITCH
           END-READ.
           IF NOT DIM-EOF
               IF DM-DIM-TYPE = WS-APPLY-TYPE
                  AND DM-NATURAL-KEY = WS-APPLY-NATURAL-KEY
                   MOVE DM-SURROGATE-KEY TO WS-LKP-CURRENT-KEY
                   IF WS-AS-OF-DATE NOT < DM-VALID-FROM
                      AND WS-AS-OF-DATE NOT > DM-VALID-TO
                       MOVE DM-SURROGATE-KEY TO WS-LKP-SURROGATE-KEY
                       MOVE 'Y' TO WS-DIM-EOF-SWITCH
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-DIM-EOF-SWITCH
               END-IF
           END-IF.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
