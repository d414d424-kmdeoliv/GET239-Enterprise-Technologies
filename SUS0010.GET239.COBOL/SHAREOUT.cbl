      *****************************************************************
      *PURPOSE: Nightly outbound incident-sharing feed to a partner
      *agency.  FEEDCONV brings the suburban departments' incidents
      *in and AGYACK tells them what became of them; this program
      *sends them our own border cases.  The partner is the one named
      *on the AGY card of its FEEDPROF profile, and the layout sent
      *is that same profile - every FLD card places the CC field at
      *the partner's position, the reverse of FEEDCONV, and a DTF '2'
      *profile gets its dates as CCYYMMDDHHMM.  The partner's border
      *beats come off the AGYSHARE member (an AGY card followed by
      *that agency's BEAT cards).  Each border-beat case on CASEMAST
      *(handed over by the CASEAIX beat index when it is there) goes
      *out when the partner has never had it or it has been updated
      *since it was last sent, as the SHARELOG send log shows; a
      *rerun of the same night sends that night's records again.
      *Redaction is REDACT's: a domestic case is withheld entirely,
      *the house number is generalized to the block (XX) and the
      *latitude/longitude cut to three decimals.  Every record sent
      *is logged on SHARELOG (agency, case, night) with its record
      *number in that night's file, and the SHARERPT control report
      *proves what went and what was withheld.
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      SHAREOUT.
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
           SELECT CASE-AIX-FILE ASSIGN TO CASEAIX
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AX-KEY
           FILE STATUS IS WS-CASEAIX-STATUS.
           SELECT SEND-LOG-FILE ASSIGN TO SHARELOG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SL-KEY
           FILE STATUS IS WS-SHARELOG-STATUS.
           SELECT FEED-PROFILE-FILE ASSIGN TO FEEDPROF
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AGENCY-SHARE-FILE ASSIGN TO AGYSHARE
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SHARE-EXTRACT-FILE ASSIGN TO SHAREOUT
           ORGANIZATION IS SEQUENTIAL.
           SELECT SHARE-REPORT-FILE ASSIGN TO SHARERPT
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****PERSISTENT CASE MASTER - THE WHOLE CC RECORD IS SENT********
       FD  CASE-MASTER-FILE.
       01  CASE-MASTER-REC.
           05  CM-CASE-NUMBER               PIC X(8).
           05  FILLER                       PIC X(258).

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

      *****************************************************************
      * SEND LOG - ONE ENTRY PER RECORD SENT: AGENCY, CASE AND NIGHT,
      * THE CASE'S UPDATED-ON STAMP AS SENT, NEW OR CHANGED, AND ITS
      * RECORD NUMBER IN THAT NIGHT'S FILE
      *****************************************************************
       FD  SEND-LOG-FILE.
       01  SEND-LOG-REC.
           05  SL-KEY.
               10  SL-AGENCY-ID             PIC X(4).
               10  SL-CASE-NUMBER           PIC X(8).
               10  SL-SENT-DATE             PIC X(8).
           05  SL-UPDATED-STAMP             PIC 9(12).
           05  SL-ACTION                    PIC X(1).
               88  SL-NEW-CASE                          VALUE 'N'.
               88  SL-CHANGED-CASE                      VALUE 'C'.
           05  SL-RECORD-NO                 PIC 9(7).

      *****FEED PROFILE - SEE FEEDCONV*********************************
       FD  FEED-PROFILE-FILE.
       01  FEED-PROFILE-REC.
           05  FP-TYPE                      PIC X(4).
           05  FILLER                       PIC X.
           05  FP-FIELD-NAME                PIC X(8).
           05  FILLER                       PIC X.
           05  FP-START-POS                 PIC 9(4).
           05  FILLER                       PIC X.
           05  FP-FIELD-LEN                 PIC 9(3).

      *****AGENCY SHARING - AGY CARD, THEN THAT AGENCY'S BORDER BEATS**
       FD  AGENCY-SHARE-FILE.
       01  AGENCY-SHARE-REC.
           05  ASH-TYPE                     PIC X(4).
           05  FILLER                       PIC X.
           05  ASH-VALUE                    PIC X(4).

      *****OUTBOUND EXTRACT - THE PARTNER'S OWN LAYOUT*****************
       FD  SHARE-EXTRACT-FILE.
       01  SHARE-EXTRACT-REC                PIC X(500).

      ***SHARING CONTROL REPORT****************************************
       FD  SHARE-REPORT-FILE.
       01  SHR-OUT-REC                      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-CTL-EOF               PIC X        VALUE 'N'.
              88 CTL-EOF                            VALUE 'Y'.
           05 WS-AIX-EOF-SWITCH        PIC X        VALUE 'N'.
              88 AIX-EOF                            VALUE 'Y'.
           05 WS-LOG-EOF-SWITCH        PIC X        VALUE 'N'.
              88 LOG-EOF                            VALUE 'Y'.
           05 WS-FOUND-SWITCH          PIC X        VALUE 'N'.
              88 WS-FOUND                           VALUE 'Y'.
           05 WS-SEND-SWITCH           PIC X        VALUE 'N'.
              88 SEND-CASE                          VALUE 'Y'.
       01 WS-CASEMAST-STATUS           PIC XX.
       01 WS-CASEAIX-STATUS            PIC XX.
       01 WS-SHARELOG-STATUS           PIC XX.
       01 WS-TODAY                     PIC X(8).

      *****THE CC RECORD BEING SENT************************************
       01 WS-CC-RECORD.
           05 WS-CC-CASE-NUMBER        PIC X(8).
           05 WS-CC-DATE-TIME          PIC X(15).
           05 WS-CC-ADDRESS            PIC X(40).
           05 FILLER                   PIC X(134).
           05 WS-CC-ARREST             PIC X(1).
           05 WS-CC-DOMESTIC           PIC X(1).
           05 WS-CC-BEAT               PIC X(4).
           05 FILLER                   PIC X(23).
           05 WS-CC-LAT                PIC X(11).
           05 WS-CC-LONG               PIC X(12).
           05 WS-CC-COMM-AREA          PIC X(2).
           05 WS-CC-UPDATED-ON         PIC X(15).

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
       01  WS-FORMAT-CODE                 PIC X(1)     VALUE '1'.

      *****A CONVERTED DATE AS CCYYMMDDHHMM****************************
       01 WS-THIS-STAMP.
           05 WS-TS-YEAR           PIC 9(4).
           05 WS-TS-MONTH          PIC 99.
           05 WS-TS-DAY            PIC 99.
           05 WS-TS-HOUR           PIC 99.
           05 WS-TS-MIN            PIC 99.
       01 WS-THIS-STAMP9 REDEFINES WS-THIS-STAMP PIC 9(12).
       01 WS-CASE-STAMP            PIC 9(12).
       01 WS-LAST-STAMP            PIC 9(12).
       01 WS-LAST-SENT-DATE        PIC X(8).
       01 WS-LAST-ACTION           PIC X(1).

      *****PROFILE PARAMETERS******************************************
       01 WS-AGENCY-ID             PIC X(4)     VALUE SPACES.
       01 WS-MAP-TAB-MAX           PIC 9(2)     VALUE 0.
       01 WS-MAP-TABLE.
           05 WS-MAP-ENTRY OCCURS 25 TIMES
                             INDEXED BY MAP-IDX.
              10 WS-MAP-FIELD-NAME     PIC X(8).
              10 WS-MAP-START          PIC 9(4).
              10 WS-MAP-LEN            PIC 9(3).

      *****THE CC FIELD DIRECTORY - SAME AS FEEDCONV'S*****************
       01 WS-DIR-DEFINITIONS.
           05 FILLER       PIC X(15) VALUE 'CASE    0001008'.
           05 FILLER       PIC X(15) VALUE 'DATETIME0009015'.
           05 FILLER       PIC X(15) VALUE 'ADDRESS 0024040'.
           05 FILLER       PIC X(15) VALUE 'IUCR    0064004'.
           05 FILLER       PIC X(15) VALUE 'PRIMARY 0068030'.
           05 FILLER       PIC X(15) VALUE 'DESC    0098050'.
           05 FILLER       PIC X(15) VALUE 'LOCATION0148050'.
           05 FILLER       PIC X(15) VALUE 'ARREST  0198001'.
           05 FILLER       PIC X(15) VALUE 'DOMESTIC0199001'.
           05 FILLER       PIC X(15) VALUE 'BEAT    0200004'.
           05 FILLER       PIC X(15) VALUE 'WARD    0204002'.
           05 FILLER       PIC X(15) VALUE 'FBI     0206003'.
           05 FILLER       PIC X(15) VALUE 'XCOORD  0209007'.
           05 FILLER       PIC X(15) VALUE 'YCOORD  0216007'.
           05 FILLER       PIC X(15) VALUE 'YEAR    0223004'.
           05 FILLER       PIC X(15) VALUE 'LAT     0227011'.
           05 FILLER       PIC X(15) VALUE 'LONG    0238012'.
           05 FILLER       PIC X(15) VALUE 'AREA    0250002'.
           05 FILLER       PIC X(15) VALUE 'UPDATED 0252015'.
       01 WS-DIR-DEFS-R REDEFINES WS-DIR-DEFINITIONS.
           05 WS-DIR-ENTRY OCCURS 19 TIMES INDEXED BY DIR-IDX.
              10 WS-DIR-FIELD-NAME     PIC X(8).
              10 WS-DIR-OFFSET         PIC 9(4).
              10 WS-DIR-LEN            PIC 9(3).

      *****MOVE-LENGTH ARITHMETIC**************************************
       01 WS-MOVE-LEN              PIC 9(3).
       01 WS-CC-OFFSET             PIC 9(4).
       01 WS-EXT-START             PIC 9(4).

      *****THE PARTNER'S BORDER BEATS**********************************
       01 WS-CARD-AGENCY           PIC X(4)     VALUE SPACES.
       01 WS-BEAT-TAB-MAX          PIC 9(3)     VALUE 0.
       01 WS-BEAT-TABLE.
           05 WS-BEAT-ENTRY OCCURS 100 TIMES
                             INDEXED BY BEAT-IDX.
              10 WS-BORDER-BEAT        PIC X(4).

      *****REDACTION WORK FIELDS - SEE REDACT**************************
       01 WS-PUBLIC-ADDRESS            PIC X(40).
       01 WS-NUMBER-LENGTH             PIC 99.
       01 WS-PUBLIC-LAT                PIC X(11).
       01 WS-PUBLIC-LONG               PIC X(12).

      *****SHARING DISPOSITION COUNTERS********************************
       01 WS-CASES-EXAMINED        PIC 9(7)     VALUE 0.
       01 WS-CASES-EXAMINEDZ       PIC Z,ZZZ,ZZ9.
       01 WS-RECORDS-SENT          PIC 9(7)     VALUE 0.
       01 WS-RECORDS-SENTZ         PIC Z,ZZZ,ZZ9.
       01 WS-NEW-SENT              PIC 9(7)     VALUE 0.
       01 WS-NEW-SENTZ             PIC Z,ZZZ,ZZ9.
       01 WS-CHANGED-SENT          PIC 9(7)     VALUE 0.
       01 WS-CHANGED-SENTZ         PIC Z,ZZZ,ZZ9.
       01 WS-UNCHANGED             PIC 9(7)     VALUE 0.
       01 WS-UNCHANGEDZ            PIC Z,ZZZ,ZZ9.
       01 WS-DOMESTIC-SUPPRESSED   PIC 9(7)     VALUE 0.
       01 WS-DOMESTIC-SUPPRESSEDZ  PIC Z,ZZZ,ZZ9.
       01 WS-ADDRESSES-GENERALIZED PIC 9(7)     VALUE 0.
       01 WS-ADDRESSES-GENERALIZEDZ PIC Z,ZZZ,ZZ9.
       01 WS-COORDS-TRUNCATED      PIC 9(7)     VALUE 0.
       01 WS-COORDS-TRUNCATEDZ     PIC Z,ZZZ,ZZ9.

      *****SHARING CONTROL REPORT LINES********************************
       01  SHR-HEADING-1.
           05                 PIC X(34)
                   VALUE 'OUTBOUND INCIDENT SHARING - AGENCY'.
           05                 PIC X     VALUE SPACE.
           05  SHH-AGENCY     PIC X(4).
           05                 PIC X(7)  VALUE ' NIGHT '.
           05  SHH-DATE       PIC X(8).
       01  SHR-COUNT-LINE.
           05  SHC-LABEL          PIC X(28).
           05                     PIC X(2)  VALUE ': '.
           05  SHC-COUNT          PIC Z,ZZZ,ZZ9.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-FEED-PROFILE.
           PERFORM 170-LOAD-BORDER-BEATS.
           PERFORM 200-OPEN-FILES.
           PERFORM 300-SELECT-BORDER-CASES.
           PERFORM 400-WRITE-CONTROL-REPORT.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies SHAREOUT*'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* February, 2017                         *'.
           DISPLAY '******************************************'.

      *****************************************************************
       150-LOAD-FEED-PROFILE.
           OPEN INPUT FEED-PROFILE-FILE.
           PERFORM 155-READ-PROFILE-CARD UNTIL CTL-EOF.
           CLOSE FEED-PROFILE-FILE.
           IF WS-AGENCY-ID = SPACES OR WS-MAP-TAB-MAX = 0
               DISPLAY '*** FEEDPROF NEEDS AN AGY CARD AND AT '
                       'LEAST ONE FLD CARD ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       155-READ-PROFILE-CARD.
           READ FEED-PROFILE-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF
           END-READ.
           IF NOT CTL-EOF
               EVALUATE FP-TYPE
                   WHEN 'AGY '
                       MOVE FP-FIELD-NAME(1:4) TO WS-AGENCY-ID
                   WHEN 'DTF '
                       MOVE FP-FIELD-NAME(1:1) TO WS-FORMAT-CODE
                   WHEN 'FLD '
                       IF WS-MAP-TAB-MAX < 25
                           ADD 1 TO WS-MAP-TAB-MAX
                           MOVE FP-FIELD-NAME
                                TO WS-MAP-FIELD-NAME(WS-MAP-TAB-MAX)
                           MOVE FP-START-POS
                                TO WS-MAP-START(WS-MAP-TAB-MAX)
                           MOVE FP-FIELD-LEN
                                TO WS-MAP-LEN(WS-MAP-TAB-MAX)
                       END-IF
               END-EVALUATE
           END-IF.

      *****************************************************************
      * ONLY THE BEAT CARDS UNDER THIS PARTNER'S AGY CARD ARE KEPT -
      * WITH NONE THERE IS NOTHING THE PARTNER HAS AGREED TO TAKE
      *****************************************************************
       170-LOAD-BORDER-BEATS.
           MOVE 'N' TO WS-CTL-EOF.
           OPEN INPUT AGENCY-SHARE-FILE.
           PERFORM 175-READ-SHARE-CARD UNTIL CTL-EOF.
           CLOSE AGENCY-SHARE-FILE.
           IF WS-BEAT-TAB-MAX = 0
               DISPLAY '*** AGYSHARE HAS NO BORDER BEATS FOR '
                       WS-AGENCY-ID ' ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       175-READ-SHARE-CARD.
           READ AGENCY-SHARE-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF
           END-READ.
           IF NOT CTL-EOF
               EVALUATE ASH-TYPE
                   WHEN 'AGY '
                       MOVE ASH-VALUE TO WS-CARD-AGENCY
                   WHEN 'BEAT'
                       IF WS-CARD-AGENCY = WS-AGENCY-ID
                          AND WS-BEAT-TAB-MAX < 100
                           ADD 1 TO WS-BEAT-TAB-MAX
                           MOVE ASH-VALUE
                               TO WS-BORDER-BEAT(WS-BEAT-TAB-MAX)
                       END-IF
               END-EVALUATE
           END-IF.

      *****************************************************************
       200-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           OPEN INPUT CASE-MASTER-FILE.
           IF WS-CASEMAST-STATUS NOT = '00'
               DISPLAY '*** CASEMAST NOT AVAILABLE ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O SEND-LOG-FILE.
           IF WS-SHARELOG-STATUS = '35'
               OPEN OUTPUT SEND-LOG-FILE
               CLOSE SEND-LOG-FILE
               OPEN I-O SEND-LOG-FILE
           END-IF.
           OPEN OUTPUT SHARE-EXTRACT-FILE.
           OPEN OUTPUT SHARE-REPORT-FILE.

      *****************************************************************
      * THE BORDER BEATS' CASES - THROUGH THE CASEAIX BEAT INDEX ONE
      * BEAT AT A TIME; WITHOUT IT THE WHOLE MASTER IS READ AND EACH
      * CASE'S BEAT TESTED AGAINST THE TABLE
      *****************************************************************
       300-SELECT-BORDER-CASES.
           OPEN INPUT CASE-AIX-FILE.
           IF WS-CASEAIX-STATUS = '00'
               PERFORM 380-BROWSE-ONE-BEAT
                   VARYING BEAT-IDX FROM 1 BY 1
                   UNTIL BEAT-IDX > WS-BEAT-TAB-MAX
               CLOSE CASE-AIX-FILE
           ELSE
               MOVE LOW-VALUES TO CM-CASE-NUMBER
               START CASE-MASTER-FILE KEY >= CM-CASE-NUMBER
                   INVALID KEY MOVE '23' TO WS-CASEMAST-STATUS
               END-START
               IF WS-CASEMAST-STATUS = '00'
                   PERFORM 310-READ-NEXT-CASE
                       UNTIL WS-CASEMAST-STATUS NOT = '00'
               END-IF
           END-IF.

       310-READ-NEXT-CASE.
           READ CASE-MASTER-FILE NEXT RECORD
               AT END MOVE '10' TO WS-CASEMAST-STATUS
           END-READ.
           IF WS-CASEMAST-STATUS = '00'
               MOVE CASE-MASTER-REC TO WS-CC-RECORD
               MOVE 'N' TO WS-FOUND-SWITCH
               SET BEAT-IDX TO 1
               PERFORM 315-SEARCH-BORDER-BEAT
                   UNTIL BEAT-IDX > WS-BEAT-TAB-MAX OR WS-FOUND
               IF WS-FOUND
                   PERFORM 320-SETTLE-ONE-CASE
               END-IF
           END-IF.

       315-SEARCH-BORDER-BEAT.
           IF WS-BORDER-BEAT(BEAT-IDX) = WS-CC-BEAT
               MOVE 'Y' TO WS-FOUND-SWITCH
           ELSE
               SET BEAT-IDX UP BY 1
           END-IF.

      *****************************************************************
      * THE SUPPRESSION RULE RUNS FIRST, AS IN REDACT - A DOMESTIC
      * CASE NEVER LEAVES THE BUILDING.  OTHERWISE THE CASE GOES WHEN
      * THE LOG HAS NO ENTRY FOR IT, WHEN IT HAS BEEN UPDATED SINCE
      * IT LAST WENT, OR WHEN IT WENT TONIGHT ALREADY (A RERUN)
      *****************************************************************
       320-SETTLE-ONE-CASE.
           ADD 1 TO WS-CASES-EXAMINED.
           IF WS-CC-DOMESTIC = 'Y'
               ADD 1 TO WS-DOMESTIC-SUPPRESSED
           ELSE
               PERFORM 330-STAMP-CASE-UPDATE
               PERFORM 340-FIND-LAST-SEND
               MOVE 'Y' TO WS-SEND-SWITCH
               EVALUATE TRUE
                   WHEN WS-LAST-SENT-DATE = SPACES
                       MOVE 'N' TO SL-ACTION
                   WHEN WS-LAST-SENT-DATE = WS-TODAY
                       MOVE WS-LAST-ACTION TO SL-ACTION
                   WHEN WS-CASE-STAMP > WS-LAST-STAMP
                       MOVE 'C' TO SL-ACTION
                   WHEN OTHER
                       MOVE 'N' TO WS-SEND-SWITCH
                       ADD 1 TO WS-UNCHANGED
               END-EVALUATE
               IF SEND-CASE
                   PERFORM 350-SEND-ONE-CASE
               END-IF
           END-IF.

      *THE UPDATED-ON STAMP, OR THE INCIDENT'S WHEN IT WILL NOT PARSE**
       330-STAMP-CASE-UPDATE.
           CALL CONVERT-DATE USING WS-CC-UPDATED-ON
                           WS-DATE-CONVR
                           WS-TIME-CONVR
                           WS-CONVDATE-STATUS.
           IF NOT WS-CONVDATE-VALID
               CALL CONVERT-DATE USING WS-CC-DATE-TIME
                               WS-DATE-CONVR
                               WS-TIME-CONVR
                               WS-CONVDATE-STATUS
           END-IF.
           MOVE 0 TO WS-CASE-STAMP.
           IF WS-CONVDATE-VALID
               PERFORM 335-BUILD-STAMP
               MOVE WS-THIS-STAMP9 TO WS-CASE-STAMP
           END-IF.

       335-BUILD-STAMP.
           MOVE WS-YEAR9 TO WS-TS-YEAR.
           MOVE WS-MONTH9 TO WS-TS-MONTH.
           MOVE WS-DAY9 TO WS-TS-DAY.
           MOVE WS-HOUR9 TO WS-TS-HOUR.
           MOVE WS-MIN9 TO WS-TS-MIN.

      *****************************************************************
      * THE LOG IS KEYED AGENCY, CASE, NIGHT - THE LAST ENTRY READ FOR
      * THE AGENCY AND CASE IS THE LATEST SEND
      *****************************************************************
       340-FIND-LAST-SEND.
           MOVE SPACES TO WS-LAST-SENT-DATE.
           MOVE 0 TO WS-LAST-STAMP.
           MOVE SPACE TO WS-LAST-ACTION.
           MOVE WS-AGENCY-ID TO SL-AGENCY-ID.
           MOVE WS-CC-CASE-NUMBER TO SL-CASE-NUMBER.
           MOVE LOW-VALUES TO SL-SENT-DATE.
           MOVE 'N' TO WS-LOG-EOF-SWITCH.
           START SEND-LOG-FILE KEY NOT < SL-KEY
               INVALID KEY MOVE 'Y' TO WS-LOG-EOF-SWITCH
           END-START.
           PERFORM 345-READ-NEXT-LOG-ENTRY UNTIL LOG-EOF.

       345-READ-NEXT-LOG-ENTRY.
           READ SEND-LOG-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-LOG-EOF-SWITCH
           END-READ.
           IF NOT LOG-EOF
               IF SL-AGENCY-ID = WS-AGENCY-ID
                  AND SL-CASE-NUMBER = WS-CC-CASE-NUMBER
                   MOVE SL-SENT-DATE TO WS-LAST-SENT-DATE
                   MOVE SL-UPDATED-STAMP TO WS-LAST-STAMP
                   MOVE SL-ACTION TO WS-LAST-ACTION
               ELSE
                   MOVE 'Y' TO WS-LOG-EOF-SWITCH
               END-IF
           END-IF.

      *****************************************************************
      * REDACT, RE-EXPRESS THE DATES FOR A FIXED-DATE PARTNER, LAY THE
      * FIELDS OUT BY THE PROFILE AND LOG THE SEND
      *****************************************************************
       350-SEND-ONE-CASE.
           IF SL-ACTION = 'N'
               ADD 1 TO WS-NEW-SENT
           ELSE
               ADD 1 TO WS-CHANGED-SENT
           END-IF.
           PERFORM 360-GENERALIZE-ADDRESS.
           MOVE WS-PUBLIC-ADDRESS TO WS-CC-ADDRESS.
           PERFORM 365-TRUNCATE-COORDINATES.
           MOVE WS-PUBLIC-LAT TO WS-CC-LAT.
           MOVE WS-PUBLIC-LONG TO WS-CC-LONG.
           IF WS-FORMAT-CODE = '2'
               PERFORM 370-FIX-PARTNER-DATES
           END-IF.
           MOVE SPACES TO SHARE-EXTRACT-REC.
           SET MAP-IDX TO 1.
           PERFORM 375-APPLY-ONE-MAPPING
               UNTIL MAP-IDX > WS-MAP-TAB-MAX.
           WRITE SHARE-EXTRACT-REC.
           ADD 1 TO WS-RECORDS-SENT.
           MOVE WS-AGENCY-ID TO SL-AGENCY-ID.
           MOVE WS-CC-CASE-NUMBER TO SL-CASE-NUMBER.
           MOVE WS-TODAY TO SL-SENT-DATE.
           MOVE WS-CASE-STAMP TO SL-UPDATED-STAMP.
           MOVE WS-RECORDS-SENT TO SL-RECORD-NO.
           WRITE SEND-LOG-REC
               INVALID KEY
                   REWRITE SEND-LOG-REC
                       INVALID KEY
                           DISPLAY '*** SHARELOG NOT UPDATED FOR '
                               SL-CASE-NUMBER ' ***'
                   END-REWRITE
           END-WRITE.

      *****************************************************************
      * BLOCK-LEVEL GENERALIZATION, AS REDACT DOES IT - THE LAST TWO
      * DIGITS OF A LEADING HOUSE NUMBER BECOME XX
      *****************************************************************
       360-GENERALIZE-ADDRESS.
           MOVE WS-CC-ADDRESS TO WS-PUBLIC-ADDRESS.
           MOVE 0 TO WS-NUMBER-LENGTH.
           INSPECT WS-CC-ADDRESS
               TALLYING WS-NUMBER-LENGTH
               FOR CHARACTERS BEFORE INITIAL ' '.
           IF WS-NUMBER-LENGTH > 0 AND WS-NUMBER-LENGTH < 11
              AND WS-CC-ADDRESS(1:WS-NUMBER-LENGTH) NUMERIC
               ADD 1 TO WS-ADDRESSES-GENERALIZED
               IF WS-NUMBER-LENGTH > 2
                   MOVE 'XX' TO WS-PUBLIC-ADDRESS(
                       WS-NUMBER-LENGTH - 1 : 2)
               ELSE
                   MOVE ALL 'X' TO WS-PUBLIC-ADDRESS(
                       1 : WS-NUMBER-LENGTH)
               END-IF
           END-IF.

      *COORDINATES GO AT THREE DECIMALS, AS REDACT RELEASES THEM*******
       365-TRUNCATE-COORDINATES.
           MOVE SPACES TO WS-PUBLIC-LAT WS-PUBLIC-LONG.
           MOVE WS-CC-LAT(1:6) TO WS-PUBLIC-LAT.
           MOVE WS-CC-LONG(1:7) TO WS-PUBLIC-LONG.
           IF WS-CC-LAT NOT = SPACES
               ADD 1 TO WS-COORDS-TRUNCATED
           END-IF.

      *****************************************************************
      * A DTF '2' PARTNER READS ITS DATES AS FIXED CCYYMMDDHHMM - THE
      * SAME SHAPE FEEDCONV TAKES FROM IT.  A DATE THAT WILL NOT
      * PARSE GOES AS IT IS
      *****************************************************************
       370-FIX-PARTNER-DATES.
           CALL CONVERT-DATE USING WS-CC-DATE-TIME
                           WS-DATE-CONVR
                           WS-TIME-CONVR
                           WS-CONVDATE-STATUS.
           IF WS-CONVDATE-VALID
               PERFORM 335-BUILD-STAMP
               MOVE SPACES TO WS-CC-DATE-TIME
               MOVE WS-THIS-STAMP TO WS-CC-DATE-TIME(1:12)
           END-IF.
           CALL CONVERT-DATE USING WS-CC-UPDATED-ON
                           WS-DATE-CONVR
                           WS-TIME-CONVR
                           WS-CONVDATE-STATUS.
           IF WS-CONVDATE-VALID
               PERFORM 335-BUILD-STAMP
               MOVE SPACES TO WS-CC-UPDATED-ON
               MOVE WS-THIS-STAMP TO WS-CC-UPDATED-ON(1:12)
           END-IF.

      *THE REVERSE OF FEEDCONV'S MAPPING - CC FIELD TO PARTNER SLOT****
       375-APPLY-ONE-MAPPING.
           PERFORM 377-FIND-DIRECTORY-ENTRY.
           IF WS-FOUND
               MOVE WS-MAP-START(MAP-IDX) TO WS-EXT-START
               MOVE WS-DIR-OFFSET(DIR-IDX) TO WS-CC-OFFSET
               IF WS-MAP-LEN(MAP-IDX) < WS-DIR-LEN(DIR-IDX)
                   MOVE WS-MAP-LEN(MAP-IDX) TO WS-MOVE-LEN
               ELSE
                   MOVE WS-DIR-LEN(DIR-IDX) TO WS-MOVE-LEN
               END-IF
               MOVE WS-CC-RECORD(WS-CC-OFFSET:WS-MOVE-LEN)
                   TO SHARE-EXTRACT-REC(WS-EXT-START:WS-MOVE-LEN)
           END-IF.
           SET MAP-IDX UP BY 1.

       377-FIND-DIRECTORY-ENTRY.
           MOVE 'N' TO WS-FOUND-SWITCH.
           SET DIR-IDX TO 1.
           PERFORM 378-CHECK-DIRECTORY-ENTRY
               UNTIL DIR-IDX > 19 OR WS-FOUND.

       378-CHECK-DIRECTORY-ENTRY.
           IF WS-DIR-FIELD-NAME(DIR-IDX) =
              WS-MAP-FIELD-NAME(MAP-IDX)
               MOVE 'Y' TO WS-FOUND-SWITCH
           ELSE
               SET DIR-IDX UP BY 1
           END-IF.

      *****************************************************************
      * ONE BEAT'S CASES OFF THE CASEAIX BEAT INDEX, EVERY DATE - A
      * CHANGED CASE CAN BE AN OLD ONE
      *****************************************************************
       380-BROWSE-ONE-BEAT.
           MOVE 'B' TO AX-INDEX-TYPE.
           MOVE WS-BORDER-BEAT(BEAT-IDX) TO AX-INDEX-VALUE.
           MOVE LOW-VALUES TO AX-INDEX-DATE.
           MOVE LOW-VALUES TO AX-CASE-NUMBER.
           MOVE 'N' TO WS-AIX-EOF-SWITCH.
           START CASE-AIX-FILE KEY NOT < AX-KEY
               INVALID KEY MOVE 'Y' TO WS-AIX-EOF-SWITCH
           END-START.
           PERFORM 385-READ-NEXT-INDEX-ENTRY UNTIL AIX-EOF.

       385-READ-NEXT-INDEX-ENTRY.
           READ CASE-AIX-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-AIX-EOF-SWITCH
           END-READ.
           IF NOT AIX-EOF
               IF AX-INDEX-TYPE NOT = 'B'
                  OR AX-INDEX-VALUE NOT = WS-BORDER-BEAT(BEAT-IDX)
                   MOVE 'Y' TO WS-AIX-EOF-SWITCH
               ELSE
                   PERFORM 388-READ-INDEXED-CASE
               END-IF
           END-IF.

      *AN ENTRY WHOSE CASE HAS SINCE LEFT THE MASTER IS PASSED OVER****
       388-READ-INDEXED-CASE.
           MOVE AX-CASE-NUMBER TO CM-CASE-NUMBER.
           READ CASE-MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE CASE-MASTER-REC TO WS-CC-RECORD
                   PERFORM 320-SETTLE-ONE-CASE
           END-READ.

      *****************************************************************
       400-WRITE-CONTROL-REPORT.
           MOVE WS-AGENCY-ID TO SHH-AGENCY.
           MOVE WS-TODAY TO SHH-DATE.
           MOVE SHR-HEADING-1 TO SHR-OUT-REC.
           WRITE SHR-OUT-REC.
           MOVE 'BORDER CASES EXAMINED' TO SHC-LABEL.
           MOVE WS-CASES-EXAMINED TO SHC-COUNT.
           PERFORM 410-WRITE-COUNT-LINE.
           MOVE 'RECORDS SENT' TO SHC-LABEL.
           MOVE WS-RECORDS-SENT TO SHC-COUNT.
           PERFORM 410-WRITE-COUNT-LINE.
           MOVE '  NEW TO THE PARTNER' TO SHC-LABEL.
           MOVE WS-NEW-SENT TO SHC-COUNT.
           PERFORM 410-WRITE-COUNT-LINE.
           MOVE '  CHANGED SINCE LAST SENT' TO SHC-LABEL.
           MOVE WS-CHANGED-SENT TO SHC-COUNT.
           PERFORM 410-WRITE-COUNT-LINE.
           MOVE 'UNCHANGED, NOT SENT' TO SHC-LABEL.
           MOVE WS-UNCHANGED TO SHC-COUNT.
           PERFORM 410-WRITE-COUNT-LINE.
           MOVE 'DOMESTIC CASES SUPPRESSED' TO SHC-LABEL.
           MOVE WS-DOMESTIC-SUPPRESSED TO SHC-COUNT.
           PERFORM 410-WRITE-COUNT-LINE.
           MOVE 'ADDRESSES GENERALIZED' TO SHC-LABEL.
           MOVE WS-ADDRESSES-GENERALIZED TO SHC-COUNT.
           PERFORM 410-WRITE-COUNT-LINE.
           MOVE 'COORDINATES TRUNCATED' TO SHC-LABEL.
           MOVE WS-COORDS-TRUNCATED TO SHC-COUNT.
           PERFORM 410-WRITE-COUNT-LINE.

       410-WRITE-COUNT-LINE.
           MOVE SHR-COUNT-LINE TO SHR-OUT-REC.
           WRITE SHR-OUT-REC.

      *DISPLAY THE SHARING DISPOSITION TOTALS**************************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-CASES-EXAMINED TO WS-CASES-EXAMINEDZ.
           DISPLAY 'Border Cases Examined     : ' WS-CASES-EXAMINEDZ.
           MOVE WS-RECORDS-SENT TO WS-RECORDS-SENTZ.
           DISPLAY 'Records Sent              : ' WS-RECORDS-SENTZ.
           MOVE WS-NEW-SENT TO WS-NEW-SENTZ.
           DISPLAY 'New To The Partner        : ' WS-NEW-SENTZ.
           MOVE WS-CHANGED-SENT TO WS-CHANGED-SENTZ.
           DISPLAY 'Changed Since Last Sent   : ' WS-CHANGED-SENTZ.
           MOVE WS-UNCHANGED TO WS-UNCHANGEDZ.
           DISPLAY 'Unchanged, Not Sent       : ' WS-UNCHANGEDZ.
           MOVE WS-DOMESTIC-SUPPRESSED TO WS-DOMESTIC-SUPPRESSEDZ.
           DISPLAY 'Domestic Cases Suppressed : '
                   WS-DOMESTIC-SUPPRESSEDZ.
           MOVE WS-ADDRESSES-GENERALIZED
               TO WS-ADDRESSES-GENERALIZEDZ.
           DISPLAY 'Addresses Generalized     : '
                   WS-ADDRESSES-GENERALIZEDZ.
           MOVE WS-COORDS-TRUNCATED TO WS-COORDS-TRUNCATEDZ.
           DISPLAY 'Coordinates Truncated     : '
                   WS-COORDS-TRUNCATEDZ.
           DISPLAY 'Agency                    : ' WS-AGENCY-ID.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           CLOSE CASE-MASTER-FILE
                 SEND-LOG-FILE
                 SHARE-EXTRACT-FILE
                 SHARE-REPORT-FILE.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
