      *****************************************************************
      *PURPOSE: Impound-lot feed intake.  A recovered vehicle usually
      *goes to a city pound, and the owner is charged storage by the
      *day while the RECOVLTR letter is in the mail - yet nothing on
      *our side knew which lot held it.  This program edits the lot
      *operator's IMPNDIN feed (case, tow date, lot, inventory number,
      *release date, tow fee and daily storage fee): the lot must be
      *on the IMPLOT reference, the dates real, a release no earlier
      *than the tow.  Clean records are matched by case number to the
      *recovered ('Y') cases on RECOVMST and written to the keyed
      *IMPMAST impound master with the lot's name, address and phone
      *copied on - a later feed record for the same case (usually the
      *release) replaces it.  A tow with no matching recovery is kept
      *on IMPMAST unmatched and re-tried every run until the recovery
      *arrives.  Rejects, new unmatched tows and tows still unmatched
      *from earlier runs go to the IMPEXC exception list.
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      IMPNDEDT.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    February 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMPOUND-FEED-FILE ASSIGN TO IMPNDIN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT IMPOUND-LOT-FILE ASSIGN TO IMPLOT
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECOV-MASTER-FILE ASSIGN TO RECOVMST
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT IMPOUND-MASTER-FILE ASSIGN TO IMPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IM-CASE-NUMBER
           FILE STATUS IS WS-IMPMAST-STATUS.
           SELECT EXCEPTION-REPORT-FILE ASSIGN TO IMPEXC
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * IMPOUND-LOT FEED - ONE RECORD PER TOW OR RELEASE.  RELEASE
      * DATE ZEROS WHILE THE VEHICLE IS STILL IN THE LOT
      *****************************************************************
       FD  IMPOUND-FEED-FILE.
       01  IMPOUND-FEED-REC.
           05  IF-CASE-NUMBER               PIC X(8).
           05  IF-TOW-DATE                  PIC X(8).
           05  IF-LOT-CODE                  PIC X(4).
           05  IF-INVENTORY-NO              PIC X(10).
           05  IF-RELEASE-DATE              PIC X(8).
           05  IF-TOW-FEE                   PIC 9(5)V99.
           05  IF-DAILY-FEE                 PIC 9(3)V99.

      *****IMPOUND LOT REFERENCE - CODE, NAME, ADDRESS, PHONE**********
       FD  IMPOUND-LOT-FILE.
       01  IMPOUND-LOT-REC.
           05  IL-LOT-CODE                  PIC X(4).
           05  FILLER                       PIC X.
           05  IL-LOT-NAME                  PIC X(28).
           05  IL-LOT-ADDRESS               PIC X(35).
           05  IL-LOT-PHONE                 PIC X(12).

      *****EXPANDED RECOVERY MASTER WRITTEN BY RECOVEDT****************
       FD  RECOV-MASTER-FILE.
       01  RECOV-MASTER-REC.
           05  RM-CASE-NUMBER               PIC X(8).
           05  RM-RECOVERED-FLAG            PIC X(1).
           05  RM-RECOVERY-DATE             PIC X(8).
           05  RM-RECOVERY-LOCATION         PIC X(30).

      *****************************************************************
      * IMPOUND MASTER - ONE ROW PER CASE, THE LATEST FEED RECORD.
      * MATCH FLAG 'Y' = RECOVERED CASE ON RECOVMST, 'N' = NOT YET
      *****************************************************************
       FD  IMPOUND-MASTER-FILE.
       01  IMPOUND-MASTER-REC.
           05  IM-CASE-NUMBER               PIC X(8).
           05  IM-TOW-DATE                  PIC X(8).
           05  IM-LOT-CODE                  PIC X(4).
           05  IM-INVENTORY-NO              PIC X(10).
           05  IM-RELEASE-DATE              PIC X(8).
           05  IM-TOW-FEE                   PIC 9(5)V99.
           05  IM-DAILY-FEE                 PIC 9(3)V99.
           05  IM-MATCH-FLAG                PIC X(1).
           05  IM-LOT-NAME                  PIC X(28).
           05  IM-LOT-ADDRESS               PIC X(35).
           05  IM-LOT-PHONE                 PIC X(12).
           05  IM-LAST-FEED-DATE            PIC X(8).

      ***IMPOUND FEED EXCEPTION LIST***********************************
       FD  EXCEPTION-REPORT-FILE.
       01  EXC-OUT-REC                      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-FEED-EOF-SWITCH       PIC X        VALUE 'N'.
              88 FEED-EOF                           VALUE 'Y'.
           05 WS-CTL-EOF               PIC X        VALUE 'N'.
              88 CTL-EOF                            VALUE 'Y'.
           05 WS-REC-VALID-SWITCH      PIC X        VALUE 'Y'.
              88 REC-VALID                          VALUE 'Y'.
           05 WS-FOUND-SWITCH          PIC X        VALUE 'N'.
              88 WS-FOUND                           VALUE 'Y'.
           05 WS-DATE-OK-SWITCH        PIC X        VALUE 'Y'.
              88 DATE-OK                            VALUE 'Y'.
       01 WS-IMPMAST-STATUS            PIC XX.
       01 WS-TODAY                     PIC X(8).
       01 WS-REJECT-REASON             PIC X(40).
       01 WS-DATE-CHECK                PIC X(8).
       01 WS-MONTH-CHECK               PIC 99.
       01 WS-DAY-CHECK                 PIC 99.

      *****IMPOUND LOT TABLE, LOADED FROM IMPLOT***********************
       01 WS-LOT-TAB-MAX           PIC 9(3)     VALUE 0.
       01 WS-LOT-TABLE.
           05  WS-LOT-ENTRY OCCURS 50 TIMES
                             INDEXED BY LOT-IDX.
               10  WS-LOT-CODE          PIC X(4).
               10  WS-LOT-NAME          PIC X(28).
               10  WS-LOT-ADDRESS       PIC X(35).
               10  WS-LOT-PHONE         PIC X(12).

      *****RECOVERED CASE TABLE, LOADED FROM RECOVMST******************
       01 WS-RCV-TAB-MAX           PIC 9(4)     VALUE 0.
       01 WS-RCV-TABLE.
           05  WS-RCV-ENTRY OCCURS 5000 TIMES
                             INDEXED BY RCV-IDX.
               10  WS-RCV-CASE-NUMBER   PIC X(8).

      *****INTAKE DISPOSITION COUNTERS*********************************
       01 WS-FEED-READ             PIC 9(5)     VALUE 0.
       01 WS-FEED-READZ            PIC ZZ,ZZ9.
       01 WS-REC-REJECTED          PIC 9(5)     VALUE 0.
       01 WS-REC-REJECTEDZ         PIC ZZ,ZZ9.
       01 WS-TOWS-ADDED            PIC 9(5)     VALUE 0.
       01 WS-TOWS-ADDEDZ           PIC ZZ,ZZ9.
       01 WS-TOWS-UPDATED          PIC 9(5)     VALUE 0.
       01 WS-TOWS-UPDATEDZ         PIC ZZ,ZZ9.
       01 WS-NEW-UNMATCHED         PIC 9(5)     VALUE 0.
       01 WS-NEW-UNMATCHEDZ        PIC ZZ,ZZ9.
       01 WS-LATE-MATCHED          PIC 9(5)     VALUE 0.
       01 WS-LATE-MATCHEDZ         PIC ZZ,ZZ9.
       01 WS-STILL-UNMATCHED       PIC 9(5)     VALUE 0.
       01 WS-STILL-UNMATCHEDZ      PIC ZZ,ZZ9.

      *****EXCEPTION LIST LINES****************************************
       01 EXC-HEADING-1.
           05 FILLER    PIC X(34)
              VALUE 'IMPOUND FEED EXCEPTIONS - RUN DATE'.
           05 FILLER    PIC X(1)  VALUE SPACE.
           05 EH1-DATE  PIC X(8).
           05 FILLER    PIC X(37) VALUE SPACES.
       01 EXC-HEADING-2.
           05 FILLER    PIC X(10) VALUE 'CASE'.
           05 FILLER    PIC X(6)  VALUE 'LOT'.
           05 FILLER    PIC X(12) VALUE 'INVENTORY'.
           05 FILLER    PIC X(10) VALUE 'TOW DATE'.
           05 FILLER    PIC X(42) VALUE 'EXCEPTION'.
       01 EXC-DETAIL-LINE.
           05 EXD-CASE-NUMBER  PIC X(8).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 EXD-LOT-CODE     PIC X(4).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 EXD-INVENTORY-NO PIC X(10).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 EXD-TOW-DATE     PIC X(8).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 EXD-REASON       PIC X(40).
           05 FILLER           PIC X(2)  VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-LOT-TABLE.
           PERFORM 170-LOAD-RECOVERED-CASES.
           PERFORM 200-OPEN-FILES.
           PERFORM 300-EDIT-FEED UNTIL FEED-EOF.
           PERFORM 400-RETRY-UNMATCHED.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies IMPNDEDT*'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* February, 2017                         *'.
           DISPLAY '******************************************'.

      *****************************************************************
       150-LOAD-LOT-TABLE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           OPEN INPUT IMPOUND-LOT-FILE.
           PERFORM 155-READ-LOT-REC UNTIL CTL-EOF.
           CLOSE IMPOUND-LOT-FILE.

       155-READ-LOT-REC.
           READ IMPOUND-LOT-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF
           END-READ.
           IF NOT CTL-EOF
               IF IL-LOT-CODE NOT = SPACES
                  AND WS-LOT-TAB-MAX < 50
                   ADD 1 TO WS-LOT-TAB-MAX
                   MOVE IL-LOT-CODE TO WS-LOT-CODE(WS-LOT-TAB-MAX)
                   MOVE IL-LOT-NAME TO WS-LOT-NAME(WS-LOT-TAB-MAX)
                   MOVE IL-LOT-ADDRESS
                       TO WS-LOT-ADDRESS(WS-LOT-TAB-MAX)
                   MOVE IL-LOT-PHONE TO WS-LOT-PHONE(WS-LOT-TAB-MAX)
               END-IF
           END-IF.

      *****************************************************************
      * ONLY A CASE THE RECOVERY UNIT HAS MARKED RECOVERED CAN MATCH
      *****************************************************************
       170-LOAD-RECOVERED-CASES.
           MOVE 'N' TO WS-CTL-EOF.
           OPEN INPUT RECOV-MASTER-FILE.
           PERFORM 175-READ-RECOVERY-REC UNTIL CTL-EOF.
           CLOSE RECOV-MASTER-FILE.

       175-READ-RECOVERY-REC.
           READ RECOV-MASTER-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF
           END-READ.
           IF NOT CTL-EOF
               IF RM-RECOVERED-FLAG = 'Y'
                  AND WS-RCV-TAB-MAX < 5000
                   ADD 1 TO WS-RCV-TAB-MAX
                   MOVE RM-CASE-NUMBER
                       TO WS-RCV-CASE-NUMBER(WS-RCV-TAB-MAX)
               END-IF
           END-IF.

      *****************************************************************
       200-OPEN-FILES.
           OPEN INPUT IMPOUND-FEED-FILE.
           OPEN I-O IMPOUND-MASTER-FILE.
           IF WS-IMPMAST-STATUS = '35'
               OPEN OUTPUT IMPOUND-MASTER-FILE
               CLOSE IMPOUND-MASTER-FILE
               OPEN I-O IMPOUND-MASTER-FILE
           END-IF.
           OPEN OUTPUT EXCEPTION-REPORT-FILE.
           MOVE WS-TODAY TO EH1-DATE.
           MOVE EXC-HEADING-1 TO EXC-OUT-REC.
           WRITE EXC-OUT-REC.
           MOVE EXC-HEADING-2 TO EXC-OUT-REC.
           WRITE EXC-OUT-REC.

      *****************************************************************
       300-EDIT-FEED.
           READ IMPOUND-FEED-FILE
               AT END MOVE 'Y' TO WS-FEED-EOF-SWITCH
           END-READ.
           IF NOT FEED-EOF
               ADD 1 TO WS-FEED-READ
               PERFORM 310-VALIDATE-FEED-RECORD
               IF REC-VALID
                   PERFORM 340-POST-IMPOUND-RECORD
               ELSE
                   ADD 1 TO WS-REC-REJECTED
                   MOVE IF-CASE-NUMBER TO EXD-CASE-NUMBER
                   MOVE IF-LOT-CODE TO EXD-LOT-CODE
                   MOVE IF-INVENTORY-NO TO EXD-INVENTORY-NO
                   MOVE IF-TOW-DATE TO EXD-TOW-DATE
                   MOVE WS-REJECT-REASON TO EXD-REASON
                   MOVE EXC-DETAIL-LINE TO EXC-OUT-REC
                   WRITE EXC-OUT-REC
               END-IF
           END-IF.

      *****************************************************************
      * A RELEASE OF ZEROS MEANS STILL IN THE LOT; ANY OTHER RELEASE
      * MUST BE A REAL DATE NO EARLIER THAN THE TOW
      *****************************************************************
       310-VALIDATE-FEED-RECORD.
           MOVE 'Y' TO WS-REC-VALID-SWITCH.
           MOVE SPACES TO WS-REJECT-REASON.
           IF IF-CASE-NUMBER = SPACES
               MOVE 'N' TO WS-REC-VALID-SWITCH
               MOVE 'REJECTED - CASE NUMBER BLANK' TO WS-REJECT-REASON
           END-IF.
           IF REC-VALID
               MOVE IF-TOW-DATE TO WS-DATE-CHECK
               PERFORM 330-CHECK-DATE
               IF NOT DATE-OK
                   MOVE 'N' TO WS-REC-VALID-SWITCH
                   MOVE 'REJECTED - TOW DATE INVALID'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF REC-VALID
               PERFORM 320-FIND-LOT
               IF NOT WS-FOUND
                   MOVE 'N' TO WS-REC-VALID-SWITCH
                   MOVE 'REJECTED - LOT NOT ON IMPLOT'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF REC-VALID AND IF-INVENTORY-NO = SPACES
               MOVE 'N' TO WS-REC-VALID-SWITCH
               MOVE 'REJECTED - INVENTORY NUMBER BLANK'
                   TO WS-REJECT-REASON
           END-IF.
           IF REC-VALID AND IF-RELEASE-DATE NOT = '00000000'
               MOVE IF-RELEASE-DATE TO WS-DATE-CHECK
               PERFORM 330-CHECK-DATE
               IF NOT DATE-OK OR IF-RELEASE-DATE < IF-TOW-DATE
                   MOVE 'N' TO WS-REC-VALID-SWITCH
                   MOVE 'REJECTED - RELEASE DATE INVALID'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF REC-VALID
              AND (IF-TOW-FEE NOT NUMERIC OR IF-DAILY-FEE NOT NUMERIC)
               MOVE 'N' TO WS-REC-VALID-SWITCH
               MOVE 'REJECTED - FEE NOT NUMERIC' TO WS-REJECT-REASON
           END-IF.

       320-FIND-LOT.
           MOVE 'N' TO WS-FOUND-SWITCH.
           SET LOT-IDX TO 1.
           PERFORM 325-SEARCH-LOT
               UNTIL LOT-IDX > WS-LOT-TAB-MAX OR WS-FOUND.

       325-SEARCH-LOT.
           IF WS-LOT-CODE(LOT-IDX) = IF-LOT-CODE
               MOVE 'Y' TO WS-FOUND-SWITCH
           ELSE
               SET LOT-IDX UP BY 1
           END-IF.

       330-CHECK-DATE.
           MOVE 'Y' TO WS-DATE-OK-SWITCH.
           IF WS-DATE-CHECK NOT NUMERIC
              OR WS-DATE-CHECK = '00000000'
               MOVE 'N' TO WS-DATE-OK-SWITCH
           ELSE
               MOVE WS-DATE-CHECK(5:2) TO WS-MONTH-CHECK
               MOVE WS-DATE-CHECK(7:2) TO WS-DAY-CHECK
               IF WS-MONTH-CHECK < 1 OR WS-MONTH-CHECK > 12
                  OR WS-DAY-CHECK < 1 OR WS-DAY-CHECK > 31
                   MOVE 'N' TO WS-DATE-OK-SWITCH
               END-IF
           END-IF.

      *****************************************************************
      * LOT-IDX STILL POINTS AT THE FEED RECORD'S LOT FROM THE EDIT.
      * A LATER RECORD FOR THE SAME CASE REPLACES THE EARLIER ONE
      *****************************************************************
       340-POST-IMPOUND-RECORD.
           MOVE IF-CASE-NUMBER TO IM-CASE-NUMBER.
           MOVE IF-TOW-DATE TO IM-TOW-DATE.
           MOVE IF-LOT-CODE TO IM-LOT-CODE.
           MOVE IF-INVENTORY-NO TO IM-INVENTORY-NO.
           MOVE IF-RELEASE-DATE TO IM-RELEASE-DATE.
           MOVE IF-TOW-FEE TO IM-TOW-FEE.
           MOVE IF-DAILY-FEE TO IM-DAILY-FEE.
           MOVE WS-LOT-NAME(LOT-IDX) TO IM-LOT-NAME.
           MOVE WS-LOT-ADDRESS(LOT-IDX) TO IM-LOT-ADDRESS.
           MOVE WS-LOT-PHONE(LOT-IDX) TO IM-LOT-PHONE.
           MOVE WS-TODAY TO IM-LAST-FEED-DATE.
           PERFORM 350-MATCH-RECOVERY.
           IF WS-FOUND
               MOVE 'Y' TO IM-MATCH-FLAG
           ELSE
               MOVE 'N' TO IM-MATCH-FLAG
               ADD 1 TO WS-NEW-UNMATCHED
               MOVE 'NO RECOVERED CASE ON RECOVMST'
                   TO WS-REJECT-REASON
               PERFORM 370-LIST-IMPOUND-EXCEPTION
           END-IF.
           WRITE IMPOUND-MASTER-REC
               INVALID KEY
                   REWRITE IMPOUND-MASTER-REC
                   ADD 1 TO WS-TOWS-UPDATED
               NOT INVALID KEY
                   ADD 1 TO WS-TOWS-ADDED
           END-WRITE.

       350-MATCH-RECOVERY.
           MOVE 'N' TO WS-FOUND-SWITCH.
           SET RCV-IDX TO 1.
           PERFORM 355-SEARCH-RECOVERY
               UNTIL RCV-IDX > WS-RCV-TAB-MAX OR WS-FOUND.

       355-SEARCH-RECOVERY.
           IF WS-RCV-CASE-NUMBER(RCV-IDX) = IM-CASE-NUMBER
               MOVE 'Y' TO WS-FOUND-SWITCH
           ELSE
               SET RCV-IDX UP BY 1
           END-IF.

       370-LIST-IMPOUND-EXCEPTION.
           MOVE IM-CASE-NUMBER TO EXD-CASE-NUMBER.
           MOVE IM-LOT-CODE TO EXD-LOT-CODE.
           MOVE IM-INVENTORY-NO TO EXD-INVENTORY-NO.
           MOVE IM-TOW-DATE TO EXD-TOW-DATE.
           MOVE WS-REJECT-REASON TO EXD-REASON.
           MOVE EXC-DETAIL-LINE TO EXC-OUT-REC.
           WRITE EXC-OUT-REC.

      *****************************************************************
      * TOWS LEFT UNMATCHED BY AN EARLIER RUN - THE RECOVERY MAY HAVE
      * ARRIVED SINCE.  TODAY'S FEED ROWS WERE TRIED AND LISTED ABOVE
      *****************************************************************
       400-RETRY-UNMATCHED.
           MOVE LOW-VALUES TO IM-CASE-NUMBER.
           START IMPOUND-MASTER-FILE KEY >= IM-CASE-NUMBER
               INVALID KEY MOVE '23' TO WS-IMPMAST-STATUS
           END-START.
           IF WS-IMPMAST-STATUS = '00'
               PERFORM 410-RETRY-ONE-TOW
                   UNTIL WS-IMPMAST-STATUS NOT = '00'
           END-IF.

       410-RETRY-ONE-TOW.
           READ IMPOUND-MASTER-FILE NEXT RECORD
               AT END MOVE '10' TO WS-IMPMAST-STATUS
           END-READ.
           IF WS-IMPMAST-STATUS = '00'
               IF IM-MATCH-FLAG = 'N'
                  AND IM-LAST-FEED-DATE NOT = WS-TODAY
                   PERFORM 350-MATCH-RECOVERY
                   IF WS-FOUND
                       MOVE 'Y' TO IM-MATCH-FLAG
                       REWRITE IMPOUND-MASTER-REC
                       ADD 1 TO WS-LATE-MATCHED
                   ELSE
                       ADD 1 TO WS-STILL-UNMATCHED
                       MOVE SPACES TO WS-REJECT-REASON
                       STRING 'STILL UNMATCHED - FED '
                              IM-LAST-FEED-DATE
                              DELIMITED BY SIZE
                              INTO WS-REJECT-REASON
                       END-STRING
                       PERFORM 370-LIST-IMPOUND-EXCEPTION
                   END-IF
               END-IF
           END-IF.

      *DISPLAY THE INTAKE DISPOSITION TOTALS***************************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-FEED-READ TO WS-FEED-READZ.
           DISPLAY 'Feed Records Read         : ' WS-FEED-READZ.
           MOVE WS-REC-REJECTED TO WS-REC-REJECTEDZ.
           DISPLAY 'Records Rejected          : ' WS-REC-REJECTEDZ.
           MOVE WS-TOWS-ADDED TO WS-TOWS-ADDEDZ.
           DISPLAY 'Tows Added                : ' WS-TOWS-ADDEDZ.
           MOVE WS-TOWS-UPDATED TO WS-TOWS-UPDATEDZ.
           DISPLAY 'Tows Updated              : ' WS-TOWS-UPDATEDZ.
           MOVE WS-NEW-UNMATCHED TO WS-NEW-UNMATCHEDZ.
           DISPLAY 'Fed Without a Recovery    : ' WS-NEW-UNMATCHEDZ.
           MOVE WS-LATE-MATCHED TO WS-LATE-MATCHEDZ.
           DISPLAY 'Earlier Tows Now Matched  : ' WS-LATE-MATCHEDZ.
           MOVE WS-STILL-UNMATCHED TO WS-STILL-UNMATCHEDZ.
           DISPLAY 'Earlier Tows Unmatched    : ' WS-STILL-UNMATCHEDZ.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           CLOSE IMPOUND-FEED-FILE
                 IMPOUND-MASTER-FILE
                 EXCEPTION-REPORT-FILE.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
