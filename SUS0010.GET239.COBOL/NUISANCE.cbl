      *****************************************************************
      *PURPOSE: Nuisance-property abatement notices.  REPTLOC flags
      *the addresses that keep generating calls, but the city's
      *nuisance ordinance wants a written notice to the property
      *owner.  This program tallies cases by address across all four
      *category work files inside the NUISCTL lookback period - keyed
      *on the ADDRXREF standardized address, the raw text squeezed
      *the way REPTLOC does it when a case has none - and for every
      *address at or over the ordinance threshold reads each parcel
      *at that standardized address off the PARCMAST assessor
      *reference (see PARCELIN).  Each parcel gets a NUISNOT notice
      *record with the owner's name and mailing address for the
      *notice letter, and a NUISTRK tracking record of the notice
      *sent.  A parcel whose same owner was already noticed and is
      *still inside the NUISCTL cure period is not noticed again; a
      *parcel sold since its notice is noticed to the new owner.
      *NUISRPT lists every notice issued, every notice held back for
      *the cure period, and every flagged address with no parcel.
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      NUISANCE.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    February 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MVT-WORK-FILE ASSIGN TO MVTWORK
           ORGANIZATION IS SEQUENTIAL.
           SELECT BURG-WORK-FILE ASSIGN TO BURGWORK
           ORGANIZATION IS SEQUENTIAL.
           SELECT STALK-WORK-FILE ASSIGN TO STALKWRK
           ORGANIZATION IS SEQUENTIAL.
           SELECT FRAUD-WORK-FILE ASSIGN TO FRAUDWRK
           ORGANIZATION IS SEQUENTIAL.
           SELECT NUIS-CTL-FILE ASSIGN TO NUISCTL
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ADDR-XREF-FILE ASSIGN TO ADDRXREF
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ADDRXREF-STATUS.
           SELECT PARCEL-MASTER-FILE ASSIGN TO PARCMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PK-KEY
           FILE STATUS IS WS-PARCMAST-STATUS.
           SELECT NOTICE-TRACK-FILE ASSIGN TO NUISTRK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NT-PIN
           FILE STATUS IS WS-NUISTRK-STATUS.
           SELECT NOTICE-FILE ASSIGN TO NUISNOT
           ORGANIZATION IS SEQUENTIAL.
           SELECT NUIS-REPORT-FILE ASSIGN TO NUISRPT
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MVT-WORK-FILE.
       01  MVT-WORK-REC                     PIC X(266).
       FD  BURG-WORK-FILE.
       01  BURG-WORK-REC                    PIC X(266).
       FD  STALK-WORK-FILE.
       01  STALK-WORK-REC                   PIC X(266).
       FD  FRAUD-WORK-FILE.
       01  FRAUD-WORK-REC                   PIC X(266).

      *****STANDARDIZED-ADDRESS SIDECAR WRITTEN BY ADDRSTD*************
       FD  ADDR-XREF-FILE.
       01  ADDR-XREF-REC.
           05  AD-CASE-NUMBER               PIC X(8).
           05  AD-STD-ADDRESS               PIC X(40).

      *****************************************************************
      * CONTROL FILE - ORDINANCE THRESHOLD, LOOKBACK DAYS AND THE
      * CURE PERIOD IN DAYS
      *****************************************************************
       FD  NUIS-CTL-FILE.
       01  NUIS-CTL-REC.
           05  NCC-TYPE                     PIC X(4).
           05  FILLER                       PIC X.
           05  NCC-VALUE                    PIC X(9).

      *****ASSESSOR PARCEL MASTER - SEE PARCELIN***********************
       FD  PARCEL-MASTER-FILE.
       01  PARCEL-MASTER-REC.
           05  PK-KEY.
               10  PK-STD-ADDRESS           PIC X(40).
               10  PK-PIN                   PIC X(14).
           05  PK-SITUS-ADDRESS             PIC X(40).
           05  PK-OWNER-NAME                PIC X(30).
           05  PK-MAIL-ADDRESS              PIC X(40).
           05  PK-MAIL-CITY                 PIC X(20).
           05  PK-MAIL-STATE                PIC X(2).
           05  PK-MAIL-ZIP                  PIC X(10).
           05  PK-LOADED-DATE               PIC X(8).

      *****************************************************************
      * NOTICES SENT - THE LATEST NOTICE PER PARCEL, WITH THE OWNER IT
      * WENT TO AND THE DATE ITS CURE PERIOD RUNS OUT
      *****************************************************************
       FD  NOTICE-TRACK-FILE.
       01  NOTICE-TRACK-REC.
           05  NT-PIN                       PIC X(14).
           05  NT-OWNER-NAME                PIC X(30).
           05  NT-STD-ADDRESS               PIC X(40).
           05  NT-CALL-COUNT                PIC 9(5).
           05  NT-NOTICE-DATE               PIC X(8).
           05  NT-CURE-DATE                 PIC X(8).

      *****************************************************************
      * ABATEMENT NOTICE EXTRACT - ONE RECORD PER LETTER TO BE MAILED
      *****************************************************************
       FD  NOTICE-FILE.
       01  NOTICE-REC.
           05  NN-PIN                       PIC X(14).
           05  NN-OWNER-NAME                PIC X(30).
           05  NN-MAIL-ADDRESS              PIC X(40).
           05  NN-MAIL-CITY                 PIC X(20).
           05  NN-MAIL-STATE                PIC X(2).
           05  NN-MAIL-ZIP                  PIC X(10).
           05  NN-SITUS-ADDRESS             PIC X(40).
           05  NN-CALL-COUNT                PIC 9(5).
           05  NN-LOOKBACK-DAYS             PIC 9(4).
           05  NN-NOTICE-DATE               PIC X(8).
           05  NN-CURE-DATE                 PIC X(8).

      ***NUISANCE NOTICE REPORT****************************************
       FD  NUIS-REPORT-FILE.
       01  NUI-OUT-REC                      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-WORK-EOF-SWITCH       PIC X        VALUE 'N'.
              88 WORK-EOF                           VALUE 'Y'.
           05 WS-CTL-EOF               PIC X        VALUE 'N'.
              88 CTL-EOF                            VALUE 'Y'.
           05 WS-FOUND-SWITCH          PIC X        VALUE 'N'.
              88 WS-FOUND                           VALUE 'Y'.
           05 WS-PARCEL-SWITCH         PIC X        VALUE 'N'.
              88 PARCEL-FOUND                       VALUE 'Y'.
           05 WS-PARCMAST-OPEN-SWITCH  PIC X        VALUE 'N'.
              88 PARCMAST-OPEN                      VALUE 'Y'.
       01 WS-PARCMAST-STATUS           PIC XX.
       01 WS-NUISTRK-STATUS            PIC XX.

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

      *****CONTROL PARAMETERS - DEFAULTS OVERRIDDEN BY NUISCTL*********
       01 WS-THRESHOLD             PIC 9(3)     VALUE 5.
       01 WS-WINDOW-DAYS           PIC 9(4)     VALUE 180.
       01 WS-CURE-DAYS             PIC 9(3)     VALUE 30.
       01 WS-TODAY                 PIC 9(8).
       01 WS-TODAY-X REDEFINES WS-TODAY PIC X(8).
       01 WS-CUTOFF-INT            PIC 9(7).
       01 WS-WORK-INT              PIC 9(7).
       01 WS-CURE-DATE             PIC 9(8).
       01 WS-CURE-DATE-X REDEFINES WS-CURE-DATE PIC X(8).
       01 WS-INCIDENT-DATE.
           05 WS-INC-YEAR              PIC 9(4).
           05 WS-INC-MONTH             PIC 99.
           05 WS-INC-DAY               PIC 99.
       01 WS-INCIDENT-DATE-9 REDEFINES WS-INCIDENT-DATE PIC 9(8).
       01 WS-INCIDENT-INT          PIC 9(7).

      *****THE WORK RECORD UNDER TALLY*********************************
       01 WS-WORK-RECORD.
           05 WS-WRK-CASE-NUMBER       PIC X(8).
           05 WS-WRK-DATE-TIME         PIC X(15).
           05 WS-WRK-ADDRESS           PIC X(40).
           05 FILLER                   PIC X(203).

      *****NORMALIZED-ADDRESS WORK FIELDS - SEE REPTLOC****************
       01 WS-NORM-ADDRESS          PIC X(40).
       01 WS-NORM-SUB              PIC 99.
       01 WS-NORM-OUT-SUB          PIC 99.
       01 WS-LAST-WAS-BLANK        PIC X.

      *****STANDARDIZED-ADDRESS TABLE FROM THE ADDRSTD SIDECAR*********
       01 WS-ADDRXREF-STATUS       PIC XX.
       01 WS-ADX-EOF-SWITCH        PIC X        VALUE 'N'.
           88 ADX-EOF                           VALUE 'Y'.
       01 WS-ADX-TAB-MAX           PIC 9(5)     COMP VALUE 0.
       01 WS-ADX-TABLE.
           05 WS-ADX-ENTRY OCCURS 20000 TIMES.
              10 WS-ADX-CASE-NUMBER    PIC X(8).
              10 WS-ADX-STD-ADDRESS    PIC X(40).
       01 WS-ADX-SUB               PIC 9(5)     COMP.
       01 WS-STD-FOUND-SWITCH      PIC X        VALUE 'N'.
           88 STD-ADDRESS-FOUND                 VALUE 'Y'.
       01 WS-LOC-TAB-MAX           PIC 9(4)     VALUE 0.
       01 WS-LOC-TABLE.
           05 WS-LOC-ENTRY OCCURS 5000 TIMES
                             INDEXED BY LOC-IDX.
              10 WS-LOC-ADDRESS        PIC X(40).
              10 WS-LOC-TOTAL          PIC 9(5).

      *****NOTICE DISPOSITION COUNTERS*********************************
       01 WS-RECORDS-TALLIED       PIC 9(7)     VALUE 0.
       01 WS-RECORDS-TALLIEDZ      PIC Z,ZZZ,ZZ9.
       01 WS-LOCATIONS-FLAGGED     PIC 9(5)     VALUE 0.
       01 WS-LOCATIONS-FLAGGEDZ    PIC ZZ,ZZ9.
       01 WS-NOTICES-ISSUED        PIC 9(5)     VALUE 0.
       01 WS-NOTICES-ISSUEDZ       PIC ZZ,ZZ9.
       01 WS-NOTICES-HELD          PIC 9(5)     VALUE 0.
       01 WS-NOTICES-HELDZ         PIC ZZ,ZZ9.
       01 WS-NO-PARCEL             PIC 9(5)     VALUE 0.
       01 WS-NO-PARCELZ            PIC ZZ,ZZ9.

      *****REPORT LINE LAYOUTS*****************************************
       01  NUI-HEADING-1.
           05                 PIC X(40) VALUE
                   'NUISANCE ABATEMENT NOTICES - THRESHOLD '.
           05  NUH-THRESHOLD  PIC ZZ9.
           05                 PIC X(15) VALUE ' CALLS IN LAST '.
           05  NUH-DAYS       PIC ZZZ9.
           05                 PIC X(5)  VALUE ' DAYS'.
       01  NUI-HEADING-2.
           05                 PIC X(40) VALUE 'STANDARDIZED ADDRESS'.
           05                 PIC X(8)  VALUE '   CALLS'.
           05                 PIC X(16) VALUE 'PIN'.
           05                 PIC X(16) VALUE 'ACTION'.
       01  NUI-DETAIL-LINE.
           05  NUD-ADDRESS        PIC X(40).
           05  NUD-CALLS          PIC ZZ,ZZ9.
           05                     PIC X(2)  VALUE SPACES.
           05  NUD-PIN            PIC X(14).
           05                     PIC X(2)  VALUE SPACES.
           05  NUD-ACTION         PIC X(16).
       01  NUI-OWNER-LINE.
           05                     PIC X(6)  VALUE SPACES.
           05                     PIC X(7)  VALUE 'OWNER: '.
           05  NUO-OWNER-NAME     PIC X(30).
           05                     PIC X(7)  VALUE ' CURE: '.
           05  NUO-CURE-DATE      PIC X(8).

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-CONTROL-TABLE.
           PERFORM 160-LOAD-ADDR-XREF-TABLE.
           PERFORM 170-SET-WINDOW-CUTOFF.
           PERFORM 200-TALLY-ALL-CATEGORIES.
           PERFORM 300-OPEN-NOTICE-FILES.
           PERFORM 400-ISSUE-NOTICES.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies NUISANCE*'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* February, 2017                         *'.
           DISPLAY '******************************************'.

      *****************************************************************
       150-LOAD-CONTROL-TABLE.
           OPEN INPUT NUIS-CTL-FILE.
           PERFORM 155-READ-CONTROL-REC UNTIL CTL-EOF.
           CLOSE NUIS-CTL-FILE.

       155-READ-CONTROL-REC.
           READ NUIS-CTL-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF
           END-READ.
           IF NOT CTL-EOF
               EVALUATE NCC-TYPE
                   WHEN 'THR '
                       COMPUTE WS-THRESHOLD =
                               FUNCTION NUMVAL(NCC-VALUE)
                   WHEN 'DAYS'
                       COMPUTE WS-WINDOW-DAYS =
                               FUNCTION NUMVAL(NCC-VALUE)
                   WHEN 'CURE'
                       COMPUTE WS-CURE-DAYS =
                               FUNCTION NUMVAL(NCC-VALUE)
               END-EVALUATE
           END-IF.

      *****************************************************************
      * THE ADDRSTD SIDECAR IS THE KEY THE PARCEL MASTER IS BUILT ON
      *****************************************************************
       160-LOAD-ADDR-XREF-TABLE.
           OPEN INPUT ADDR-XREF-FILE.
           IF WS-ADDRXREF-STATUS NOT = '00'
               MOVE 'Y' TO WS-ADX-EOF-SWITCH
           END-IF.
           PERFORM 165-READ-ADDR-XREF-REC UNTIL ADX-EOF.
           IF WS-ADDRXREF-STATUS = '00' OR WS-ADDRXREF-STATUS = '10'
               CLOSE ADDR-XREF-FILE
           END-IF.

       165-READ-ADDR-XREF-REC.
           READ ADDR-XREF-FILE
               AT END MOVE 'Y' TO WS-ADX-EOF-SWITCH
           END-READ.
           IF NOT ADX-EOF
               IF WS-ADX-TAB-MAX < 20000
                   ADD 1 TO WS-ADX-TAB-MAX
                   MOVE AD-CASE-NUMBER
                        TO WS-ADX-CASE-NUMBER(WS-ADX-TAB-MAX)
                   MOVE AD-STD-ADDRESS
                        TO WS-ADX-STD-ADDRESS(WS-ADX-TAB-MAX)
               END-IF
           END-IF.

      *****************************************************************
       170-SET-WINDOW-CUTOFF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) - WS-WINDOW-DAYS.
           COMPUTE WS-WORK-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) + WS-CURE-DAYS.
           COMPUTE WS-CURE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INT).

      *****************************************************************
       200-TALLY-ALL-CATEGORIES.
           MOVE 'N' TO WS-WORK-EOF-SWITCH.
           OPEN INPUT MVT-WORK-FILE.
           PERFORM 210-READ-MVT-WORK UNTIL WORK-EOF.
           CLOSE MVT-WORK-FILE.
           MOVE 'N' TO WS-WORK-EOF-SWITCH.
           OPEN INPUT BURG-WORK-FILE.
           PERFORM 220-READ-BURG-WORK UNTIL WORK-EOF.
           CLOSE BURG-WORK-FILE.
           MOVE 'N' TO WS-WORK-EOF-SWITCH.
           OPEN INPUT STALK-WORK-FILE.
           PERFORM 230-READ-STALK-WORK UNTIL WORK-EOF.
           CLOSE STALK-WORK-FILE.
           MOVE 'N' TO WS-WORK-EOF-SWITCH.
           OPEN INPUT FRAUD-WORK-FILE.
           PERFORM 240-READ-FRAUD-WORK UNTIL WORK-EOF.
           CLOSE FRAUD-WORK-FILE.

       210-READ-MVT-WORK.
           READ MVT-WORK-FILE
               AT END MOVE 'Y' TO WS-WORK-EOF-SWITCH
           END-READ.
           IF NOT WORK-EOF
               MOVE MVT-WORK-REC TO WS-WORK-RECORD
               PERFORM 250-TALLY-WORK-RECORD
           END-IF.

       220-READ-BURG-WORK.
           READ BURG-WORK-FILE
               AT END MOVE 'Y' TO WS-WORK-EOF-SWITCH
           END-READ.
           IF NOT WORK-EOF
               MOVE BURG-WORK-REC TO WS-WORK-RECORD
               PERFORM 250-TALLY-WORK-RECORD
           END-IF.

       230-READ-STALK-WORK.
           READ STALK-WORK-FILE
               AT END MOVE 'Y' TO WS-WORK-EOF-SWITCH
           END-READ.
           IF NOT WORK-EOF
               MOVE STALK-WORK-REC TO WS-WORK-RECORD
               PERFORM 250-TALLY-WORK-RECORD
           END-IF.

       240-READ-FRAUD-WORK.
           READ FRAUD-WORK-FILE
               AT END MOVE 'Y' TO WS-WORK-EOF-SWITCH
           END-READ.
           IF NOT WORK-EOF
               MOVE FRAUD-WORK-REC TO WS-WORK-RECORD
               PERFORM 250-TALLY-WORK-RECORD
           END-IF.

      *****************************************************************
      * ONLY INCIDENTS INSIDE THE ORDINANCE LOOKBACK PERIOD COUNT
      *****************************************************************
       250-TALLY-WORK-RECORD.
           IF WS-WRK-CASE-NUMBER NOT = 'TRAILER '
               CALL CONVERT-DATE USING WS-WRK-DATE-TIME
                               WS-DATE-CONVR
                               WS-TIME-CONVR
                               WS-CONVDATE-STATUS
               IF WS-CONVDATE-VALID
                   MOVE WS-YEAR9 TO WS-INC-YEAR
                   MOVE WS-MONTH9 TO WS-INC-MONTH
                   MOVE WS-DAY9 TO WS-INC-DAY
                   COMPUTE WS-INCIDENT-INT =
                       FUNCTION INTEGER-OF-DATE(WS-INCIDENT-DATE-9)
                   IF WS-INCIDENT-INT >= WS-CUTOFF-INT
                       ADD 1 TO WS-RECORDS-TALLIED
                       PERFORM 260-NORMALIZE-ADDRESS
                       PERFORM 270-ACCUMULATE-LOCATION
                   END-IF
               END-IF
           END-IF.

      *THE STANDARDIZED SIDECAR ADDRESS KEYS THE TALLY WHEN ONE********
      *EXISTS FOR THE CASE; OTHERWISE REPEATED BLANKS ARE SQUEEZED*****
      *TO A SINGLE BLANK AS REPTLOC DOES*******************************
       260-NORMALIZE-ADDRESS.
           PERFORM 262-LOOK-UP-STD-ADDRESS.
           IF STD-ADDRESS-FOUND
               MOVE WS-ADX-STD-ADDRESS(WS-ADX-SUB)
                   TO WS-NORM-ADDRESS
           ELSE
               PERFORM 264-SQUEEZE-RAW-ADDRESS
           END-IF.

       262-LOOK-UP-STD-ADDRESS.
           MOVE 'N' TO WS-STD-FOUND-SWITCH.
           PERFORM 263-SEARCH-ADDR-XREF
               VARYING WS-ADX-SUB FROM 1 BY 1
               UNTIL WS-ADX-SUB > WS-ADX-TAB-MAX
                     OR STD-ADDRESS-FOUND.
           IF STD-ADDRESS-FOUND
               SUBTRACT 1 FROM WS-ADX-SUB
           END-IF.

       263-SEARCH-ADDR-XREF.
           IF WS-ADX-CASE-NUMBER(WS-ADX-SUB) = WS-WRK-CASE-NUMBER
               MOVE 'Y' TO WS-STD-FOUND-SWITCH
           END-IF.

       264-SQUEEZE-RAW-ADDRESS.
           MOVE SPACES TO WS-NORM-ADDRESS.
           MOVE 0 TO WS-NORM-OUT-SUB.
           MOVE 'Y' TO WS-LAST-WAS-BLANK.
           PERFORM 265-NORMALIZE-ONE-CHAR
               VARYING WS-NORM-SUB FROM 1 BY 1
               UNTIL WS-NORM-SUB > 40.

       265-NORMALIZE-ONE-CHAR.
           IF WS-WRK-ADDRESS(WS-NORM-SUB:1) = SPACE
               IF WS-LAST-WAS-BLANK = 'N'
                   ADD 1 TO WS-NORM-OUT-SUB
                   MOVE 'Y' TO WS-LAST-WAS-BLANK
               END-IF
           ELSE
               ADD 1 TO WS-NORM-OUT-SUB
               MOVE WS-WRK-ADDRESS(WS-NORM-SUB:1)
                   TO WS-NORM-ADDRESS(WS-NORM-OUT-SUB:1)
               MOVE 'N' TO WS-LAST-WAS-BLANK
           END-IF.

       270-ACCUMULATE-LOCATION.
           MOVE 'N' TO WS-FOUND-SWITCH.
           SET LOC-IDX TO 1.
           PERFORM 275-SEARCH-LOCATION
               UNTIL LOC-IDX > WS-LOC-TAB-MAX OR WS-FOUND.
           IF NOT WS-FOUND
               IF WS-LOC-TAB-MAX < 5000
                   ADD 1 TO WS-LOC-TAB-MAX
                   SET LOC-IDX TO WS-LOC-TAB-MAX
                   MOVE WS-NORM-ADDRESS TO WS-LOC-ADDRESS(LOC-IDX)
                   MOVE 0 TO WS-LOC-TOTAL(LOC-IDX)
                   MOVE 'Y' TO WS-FOUND-SWITCH
               END-IF
           END-IF.
           IF WS-FOUND
               ADD 1 TO WS-LOC-TOTAL(LOC-IDX)
           END-IF.

       275-SEARCH-LOCATION.
           IF WS-LOC-ADDRESS(LOC-IDX) = WS-NORM-ADDRESS
               MOVE 'Y' TO WS-FOUND-SWITCH
           ELSE
               SET LOC-IDX UP BY 1
           END-IF.

      *****************************************************************
      * NO PARCEL MASTER YET MEANS NO OWNERS TO NOTICE - THE FLAGGED
      * ADDRESSES STILL PRINT.  THE TRACKING FILE IS CREATED EMPTY
      * THE FIRST NIGHT
      *****************************************************************
       300-OPEN-NOTICE-FILES.
           OPEN INPUT PARCEL-MASTER-FILE.
           IF WS-PARCMAST-STATUS = '00'
               MOVE 'Y' TO WS-PARCMAST-OPEN-SWITCH
           ELSE
               DISPLAY '*** PARCMAST NOT LOADED - NO NOTICES '
                       'ISSUED ***'
           END-IF.
           OPEN I-O NOTICE-TRACK-FILE.
           IF WS-NUISTRK-STATUS = '35'
               OPEN OUTPUT NOTICE-TRACK-FILE
               CLOSE NOTICE-TRACK-FILE
               OPEN I-O NOTICE-TRACK-FILE
           END-IF.
           OPEN OUTPUT NOTICE-FILE.
           OPEN OUTPUT NUIS-REPORT-FILE.
           MOVE WS-THRESHOLD TO NUH-THRESHOLD.
           MOVE WS-WINDOW-DAYS TO NUH-DAYS.
           MOVE NUI-HEADING-1 TO NUI-OUT-REC.
           WRITE NUI-OUT-REC.
           MOVE NUI-HEADING-2 TO NUI-OUT-REC.
           WRITE NUI-OUT-REC.

      *****************************************************************
      * EVERY ADDRESS AT OR OVER THE THRESHOLD - EACH PARCEL AT IT IS
      * NOTICED, OR THE ADDRESS PRINTS AS HAVING NO PARCEL
      *****************************************************************
       400-ISSUE-NOTICES.
           SET LOC-IDX TO 1.
           PERFORM 410-CHECK-ONE-LOCATION
               UNTIL LOC-IDX > WS-LOC-TAB-MAX.

       410-CHECK-ONE-LOCATION.
           IF WS-LOC-TOTAL(LOC-IDX) >= WS-THRESHOLD
              AND WS-LOC-ADDRESS(LOC-IDX) NOT = SPACES
               ADD 1 TO WS-LOCATIONS-FLAGGED
               MOVE 'N' TO WS-PARCEL-SWITCH
               IF PARCMAST-OPEN
                   PERFORM 420-READ-PARCELS-AT-ADDRESS
               END-IF
               IF NOT PARCEL-FOUND
                   ADD 1 TO WS-NO-PARCEL
                   MOVE WS-LOC-ADDRESS(LOC-IDX) TO NUD-ADDRESS
                   MOVE WS-LOC-TOTAL(LOC-IDX) TO NUD-CALLS
                   MOVE SPACES TO NUD-PIN
                   MOVE 'NO PARCEL FOUND' TO NUD-ACTION
                   MOVE NUI-DETAIL-LINE TO NUI-OUT-REC
                   WRITE NUI-OUT-REC
               END-IF
           END-IF.
           SET LOC-IDX UP BY 1.

       420-READ-PARCELS-AT-ADDRESS.
           MOVE WS-LOC-ADDRESS(LOC-IDX) TO PK-STD-ADDRESS.
           MOVE LOW-VALUES TO PK-PIN.
           START PARCEL-MASTER-FILE KEY >= PK-KEY
               INVALID KEY MOVE '23' TO WS-PARCMAST-STATUS
               NOT INVALID KEY MOVE '00' TO WS-PARCMAST-STATUS
           END-START.
           PERFORM 425-READ-NEXT-PARCEL
               UNTIL WS-PARCMAST-STATUS NOT = '00'.

       425-READ-NEXT-PARCEL.
           READ PARCEL-MASTER-FILE NEXT RECORD
               AT END MOVE '10' TO WS-PARCMAST-STATUS
           END-READ.
           IF WS-PARCMAST-STATUS = '00'
               IF PK-STD-ADDRESS = WS-LOC-ADDRESS(LOC-IDX)
                   MOVE 'Y' TO WS-PARCEL-SWITCH
                   PERFORM 430-NOTICE-ONE-PARCEL
               ELSE
                   MOVE '10' TO WS-PARCMAST-STATUS
               END-IF
           END-IF.

      *****************************************************************
      * THE SAME OWNER STILL INSIDE THE CURE PERIOD OF AN EARLIER
      * NOTICE IS NOT NOTICED AGAIN; A NEW OWNER OR A LAPSED CURE
      * PERIOD GETS A FRESH NOTICE
      *****************************************************************
       430-NOTICE-ONE-PARCEL.
           MOVE PK-PIN TO NT-PIN.
           READ NOTICE-TRACK-FILE
               INVALID KEY MOVE 'N' TO WS-FOUND-SWITCH
               NOT INVALID KEY MOVE 'Y' TO WS-FOUND-SWITCH
           END-READ.
           MOVE WS-LOC-ADDRESS(LOC-IDX) TO NUD-ADDRESS.
           MOVE WS-LOC-TOTAL(LOC-IDX) TO NUD-CALLS.
           MOVE PK-PIN TO NUD-PIN.
           IF WS-FOUND
              AND NT-OWNER-NAME = PK-OWNER-NAME
              AND NT-CURE-DATE >= WS-TODAY-X
               ADD 1 TO WS-NOTICES-HELD
               MOVE 'IN CURE PERIOD' TO NUD-ACTION
               MOVE NT-CURE-DATE TO NUO-CURE-DATE
           ELSE
               ADD 1 TO WS-NOTICES-ISSUED
               MOVE 'NOTICE ISSUED' TO NUD-ACTION
               MOVE WS-CURE-DATE-X TO NUO-CURE-DATE
               PERFORM 440-WRITE-NOTICE
           END-IF.
           MOVE NUI-DETAIL-LINE TO NUI-OUT-REC.
           WRITE NUI-OUT-REC.
           MOVE PK-OWNER-NAME TO NUO-OWNER-NAME.
           MOVE NUI-OWNER-LINE TO NUI-OUT-REC.
           WRITE NUI-OUT-REC.

       440-WRITE-NOTICE.
           MOVE PK-PIN TO NN-PIN.
           MOVE PK-OWNER-NAME TO NN-OWNER-NAME.
           MOVE PK-MAIL-ADDRESS TO NN-MAIL-ADDRESS.
           MOVE PK-MAIL-CITY TO NN-MAIL-CITY.
           MOVE PK-MAIL-STATE TO NN-MAIL-STATE.
           MOVE PK-MAIL-ZIP TO NN-MAIL-ZIP.
           MOVE PK-SITUS-ADDRESS TO NN-SITUS-ADDRESS.
           MOVE WS-LOC-TOTAL(LOC-IDX) TO NN-CALL-COUNT.
           MOVE WS-WINDOW-DAYS TO NN-LOOKBACK-DAYS.
           MOVE WS-TODAY-X TO NN-NOTICE-DATE.
           MOVE WS-CURE-DATE-X TO NN-CURE-DATE.
           WRITE NOTICE-REC.
           MOVE PK-PIN TO NT-PIN.
           MOVE PK-OWNER-NAME TO NT-OWNER-NAME.
           MOVE PK-STD-ADDRESS TO NT-STD-ADDRESS.
           MOVE WS-LOC-TOTAL(LOC-IDX) TO NT-CALL-COUNT.
           MOVE WS-TODAY-X TO NT-NOTICE-DATE.
           MOVE WS-CURE-DATE-X TO NT-CURE-DATE.
           IF WS-FOUND
               REWRITE NOTICE-TRACK-REC
           ELSE
               WRITE NOTICE-TRACK-REC
           END-IF.

      *DISPLAY THE NOTICE DISPOSITION TOTALS***************************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-RECORDS-TALLIED TO WS-RECORDS-TALLIEDZ.
           DISPLAY 'Records In Window Tallied : ' WS-RECORDS-TALLIEDZ.
           MOVE WS-LOCATIONS-FLAGGED TO WS-LOCATIONS-FLAGGEDZ.
           DISPLAY 'Addresses Over Threshold  : '
                   WS-LOCATIONS-FLAGGEDZ.
           MOVE WS-NOTICES-ISSUED TO WS-NOTICES-ISSUEDZ.
           DISPLAY 'Notices Issued            : ' WS-NOTICES-ISSUEDZ.
           MOVE WS-NOTICES-HELD TO WS-NOTICES-HELDZ.
           DISPLAY 'Held - In Cure Period     : ' WS-NOTICES-HELDZ.
           MOVE WS-NO-PARCEL TO WS-NO-PARCELZ.
           DISPLAY 'Addresses With No Parcel  : ' WS-NO-PARCELZ.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           IF PARCMAST-OPEN
               CLOSE PARCEL-MASTER-FILE
           END-IF.
           CLOSE NOTICE-TRACK-FILE
                 NOTICE-FILE
                 NUIS-REPORT-FILE.

      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
