      *****************************************************************
      *PURPOSE: Order-of-protection registry intake.  LAB6 and DVXREF
      *report our stalking and domestic cases but nothing told the
      *analyst whether the victim already held an order of protection
      *against someone.  The circuit clerk sends a daily OPFEED file
      *of every order issued, extended or vacated - order number,
      *order type (EP emergency, IP interim, PL plenary), petitioner,
      *respondent, protected address, issue and expiry dates and the
      *order status.  This program edits each record - order number,
      *a known type and status, both parties and the address present,
      *a valid issue date not after today and a valid expiry date not
      *before the issue date - and posts it to the keyed OPMAST order
      *master.  The protected address is standardized through the
      *STREETRF reference the same way ADDRSTD standardizes the case
      *addresses, so OPMATCH can compare the two.  An order already on
      *the master is replaced by the clerk's latest version; its
      *advocate expiry notice is kept unless the expiry date moved.
      *Every record failing an edit prints on the OPREJ reject report.
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      OPIN.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    February 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-FEED-FILE ASSIGN TO OPFEED
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STREET-REF-FILE ASSIGN TO STREETRF
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ORDER-MASTER-FILE ASSIGN TO OPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OM-ORDER-NO
           FILE STATUS IS WS-OPMAST-STATUS.
           SELECT REJECT-REPORT-FILE ASSIGN TO OPREJ
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * DAILY ORDER-OF-PROTECTION FEED FROM THE CIRCUIT CLERK
      *****************************************************************
       FD  ORDER-FEED-FILE.
       01  ORDER-FEED-REC.
           05  OF-ORDER-NO                  PIC X(12).
           05  OF-ORDER-TYPE                PIC X(2).
           05  OF-PETITIONER                PIC X(30).
           05  OF-RESPONDENT                PIC X(30).
           05  OF-ADDRESS                   PIC X(40).
           05  OF-ISSUE-DATE                PIC X(8).
           05  OF-EXPIRY-DATE               PIC X(8).
           05  OF-STATUS                    PIC X(1).

      *****STREET-NAME REFERENCE - SEE ADDRSTD*************************
       FD  STREET-REF-FILE.
       01  STREET-REF-REC.
           05  SR-RAW-WORD                  PIC X(12).
           05  FILLER                       PIC X.
           05  SR-STD-WORD                  PIC X(8).

      *****************************************************************
      * ORDER-OF-PROTECTION MASTER - ONE RECORD PER CLERK ORDER NUMBER,
      * WITH THE DATE THE ADVOCATE OFFICE WAS SENT ITS EXPIRY NOTICE
      *****************************************************************
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

      ***REJECTED-ORDER REPORT*****************************************
       FD  REJECT-REPORT-FILE.
       01  REJ-OUT-REC                      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-FEED-EOF-SWITCH       PIC X        VALUE 'N'.
              88 FEED-EOF                           VALUE 'Y'.
           05 WS-REF-EOF-SWITCH        PIC X        VALUE 'N'.
              88 REF-EOF                            VALUE 'Y'.
           05 WS-REC-VALID-SWITCH      PIC X        VALUE 'Y'.
              88 REC-VALID                          VALUE 'Y'.
           05 WS-FOUND-SWITCH          PIC X        VALUE 'N'.
              88 WS-FOUND                           VALUE 'Y'.
       01 WS-OPMAST-STATUS             PIC XX.
       01 WS-REJECT-REASON             PIC X(30).
       01 WS-MONTH-CHECK               PIC 99.
       01 WS-DAY-CHECK                 PIC 99.
       01 WS-DATE-CHECK                PIC X(8).
       01 WS-DATE-OK-SWITCH            PIC X        VALUE 'Y'.
           88 DATE-OK                               VALUE 'Y'.
       01 WS-TODAY                     PIC X(8).
       01 WS-KEPT-NOTICE-DATE          PIC X(8).

      *****STREET-NAME REFERENCE TABLE*********************************
       01 WS-REF-TAB-MAX           PIC 9(3)     VALUE 0.
       01 WS-REF-TABLE.
           05 WS-REF-ENTRY OCCURS 100 TIMES
                             INDEXED BY REF-IDX.
              10 WS-REF-RAW-WORD       PIC X(12).
              10 WS-REF-STD-WORD       PIC X(8).

      *****WORD-LEVEL STANDARDIZATION WORK FIELDS**********************
       01 WS-WORD-TABLE.
           05 WS-WORD-ENTRY OCCURS 8 TIMES.
              10 WS-WORD-TEXT          PIC X(15).
       01 WS-WORD-SUB              PIC 9.
       01 WS-WORD-COUNT            PIC 9.
       01 WS-STD-ADDRESS           PIC X(40).
       01 WS-STRING-PTR            PIC 99.

      *****INTAKE DISPOSITION COUNTERS*********************************
       01 WS-FEED-READ             PIC 9(5)     VALUE 0.
       01 WS-FEED-READZ            PIC ZZ,ZZ9.
       01 WS-ORDERS-ADDED          PIC 9(5)     VALUE 0.
       01 WS-ORDERS-ADDEDZ         PIC ZZ,ZZ9.
       01 WS-ORDERS-REPLACED       PIC 9(5)     VALUE 0.
       01 WS-ORDERS-REPLACEDZ      PIC ZZ,ZZ9.
       01 WS-ORDERS-VACATED        PIC 9(5)     VALUE 0.
       01 WS-ORDERS-VACATEDZ       PIC ZZ,ZZ9.
       01 WS-REC-REJECTED          PIC 9(5)     VALUE 0.
       01 WS-REC-REJECTEDZ         PIC ZZ,ZZ9.

      *****REPORT LINE LAYOUTS*****************************************
       01  REJ-HEADING-1.
           05                 PIC X(36) VALUE
                   'REJECTED PROTECTIVE ORDER RECORDS - '.
           05  RJH-DATE       PIC X(8).
       01  REJ-HEADING-2.
           05                 PIC X(14) VALUE 'ORDER'.
           05                 PIC X(6)  VALUE 'TYPE'.
           05                 PIC X(10) VALUE 'ISSUED'.
           05                 PIC X(10) VALUE 'EXPIRES'.
           05                 PIC X(30) VALUE 'REASON'.
       01  REJ-DETAIL-LINE.
           05  RJD-ORDER-NO       PIC X(12).
           05                     PIC X(2)  VALUE SPACES.
           05  RJD-ORDER-TYPE     PIC X(2).
           05                     PIC X(4)  VALUE SPACES.
           05  RJD-ISSUE-DATE     PIC X(8).
           05                     PIC X(2)  VALUE SPACES.
           05  RJD-EXPIRY-DATE    PIC X(8).
           05                     PIC X(2)  VALUE SPACES.
           05  RJD-REASON         PIC X(30).
           05                     PIC X(10) VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-STREET-REFERENCE.
           PERFORM 200-OPEN-FILES.
           PERFORM 300-EDIT-FEED UNTIL FEED-EOF.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies OPIN    *'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* February, 2017                         *'.
           DISPLAY '******************************************'.

      *****************************************************************
       150-LOAD-STREET-REFERENCE.
           OPEN INPUT STREET-REF-FILE.
           PERFORM 155-READ-STREET-REC UNTIL REF-EOF.
           CLOSE STREET-REF-FILE.

       155-READ-STREET-REC.
           READ STREET-REF-FILE
               AT END MOVE 'Y' TO WS-REF-EOF-SWITCH
           END-READ.
           IF NOT REF-EOF AND WS-REF-TAB-MAX < 100
               ADD 1 TO WS-REF-TAB-MAX
               MOVE SR-RAW-WORD TO WS-REF-RAW-WORD(WS-REF-TAB-MAX)
               MOVE SR-STD-WORD TO WS-REF-STD-WORD(WS-REF-TAB-MAX)
           END-IF.

      *****************************************************************
      * THE ORDER MASTER MAY NOT EXIST YET ON THE FIRST FEED -
      * CREATE IT EMPTY AND REOPEN FOR I-O
      *****************************************************************
       200-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           OPEN INPUT ORDER-FEED-FILE.
           OPEN I-O ORDER-MASTER-FILE.
           IF WS-OPMAST-STATUS = '35'
               OPEN OUTPUT ORDER-MASTER-FILE
               CLOSE ORDER-MASTER-FILE
               OPEN I-O ORDER-MASTER-FILE
           END-IF.
           OPEN OUTPUT REJECT-REPORT-FILE.
           MOVE WS-TODAY TO RJH-DATE.
           MOVE REJ-HEADING-1 TO REJ-OUT-REC.
           WRITE REJ-OUT-REC.
           MOVE REJ-HEADING-2 TO REJ-OUT-REC.
           WRITE REJ-OUT-REC.

      *****************************************************************
       300-EDIT-FEED.
           READ ORDER-FEED-FILE
               AT END MOVE 'Y' TO WS-FEED-EOF-SWITCH
           END-READ.
           IF NOT FEED-EOF
               ADD 1 TO WS-FEED-READ
               PERFORM 310-VALIDATE-FEED-RECORD
               IF REC-VALID
                   PERFORM 350-POST-ORDER
               ELSE
                   ADD 1 TO WS-REC-REJECTED
                   PERFORM 390-WRITE-REJECT-LINE
               END-IF
           END-IF.

      *****************************************************************
      * A VACATED ORDER STILL NEEDS ITS PARTIES AND DATES - IT IS KEPT
      * ON THE MASTER SO THE HISTORY SHOWS IT, BUT NEVER MATCHED
      *****************************************************************
       310-VALIDATE-FEED-RECORD.
           MOVE 'Y' TO WS-REC-VALID-SWITCH.
           MOVE SPACES TO WS-REJECT-REASON.
           IF OF-ORDER-NO = SPACES
               MOVE 'N' TO WS-REC-VALID-SWITCH
               MOVE 'ORDER NUMBER BLANK' TO WS-REJECT-REASON
           END-IF.
           IF REC-VALID
              AND OF-ORDER-TYPE NOT = 'EP'
              AND OF-ORDER-TYPE NOT = 'IP'
              AND OF-ORDER-TYPE NOT = 'PL'
               MOVE 'N' TO WS-REC-VALID-SWITCH
               MOVE 'ORDER TYPE NOT EP/IP/PL' TO WS-REJECT-REASON
           END-IF.
           IF REC-VALID
              AND OF-STATUS NOT = 'A'
              AND OF-STATUS NOT = 'V'
               MOVE 'N' TO WS-REC-VALID-SWITCH
               MOVE 'ORDER STATUS NOT A/V' TO WS-REJECT-REASON
           END-IF.
           IF REC-VALID AND OF-PETITIONER = SPACES
               MOVE 'N' TO WS-REC-VALID-SWITCH
               MOVE 'PETITIONER BLANK' TO WS-REJECT-REASON
           END-IF.
           IF REC-VALID AND OF-RESPONDENT = SPACES
               MOVE 'N' TO WS-REC-VALID-SWITCH
               MOVE 'RESPONDENT BLANK' TO WS-REJECT-REASON
           END-IF.
           IF REC-VALID AND OF-ADDRESS = SPACES
               MOVE 'N' TO WS-REC-VALID-SWITCH
               MOVE 'PROTECTED ADDRESS BLANK' TO WS-REJECT-REASON
           END-IF.
           IF REC-VALID
               MOVE OF-ISSUE-DATE TO WS-DATE-CHECK
               PERFORM 320-VALIDATE-DATE
               IF NOT DATE-OK OR OF-ISSUE-DATE > WS-TODAY
                   MOVE 'N' TO WS-REC-VALID-SWITCH
                   MOVE 'ISSUE DATE INVALID' TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF REC-VALID
               MOVE OF-EXPIRY-DATE TO WS-DATE-CHECK
               PERFORM 320-VALIDATE-DATE
               IF NOT DATE-OK OR OF-EXPIRY-DATE < OF-ISSUE-DATE
                   MOVE 'N' TO WS-REC-VALID-SWITCH
                   MOVE 'EXPIRY DATE INVALID' TO WS-REJECT-REASON
               END-IF
           END-IF.

       320-VALIDATE-DATE.
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
      * THE CLERK'S LATEST VERSION OF AN ORDER REPLACES THE ONE ON
      * FILE.  AN EXPIRY NOTICE ALREADY SENT STANDS UNLESS THE ORDER
      * WAS EXTENDED OR CUT SHORT, WHEN THE NEW DATE IS NOTICED AFRESH
      *****************************************************************
       350-POST-ORDER.
           MOVE SPACES TO WS-KEPT-NOTICE-DATE.
           MOVE OF-ORDER-NO TO OM-ORDER-NO.
           READ ORDER-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   IF OM-EXPIRY-DATE = OF-EXPIRY-DATE
                       MOVE OM-NOTICE-DATE TO WS-KEPT-NOTICE-DATE
                   END-IF
           END-READ.
           PERFORM 360-STANDARDIZE-ADDRESS.
           MOVE OF-ORDER-NO TO OM-ORDER-NO.
           MOVE OF-ORDER-TYPE TO OM-ORDER-TYPE.
           MOVE OF-PETITIONER TO OM-PETITIONER.
           MOVE OF-RESPONDENT TO OM-RESPONDENT.
           MOVE OF-ADDRESS TO OM-ADDRESS.
           MOVE WS-STD-ADDRESS TO OM-STD-ADDRESS.
           MOVE OF-ISSUE-DATE TO OM-ISSUE-DATE.
           MOVE OF-EXPIRY-DATE TO OM-EXPIRY-DATE.
           MOVE OF-STATUS TO OM-STATUS.
           MOVE WS-TODAY TO OM-POSTED-DATE.
           MOVE WS-KEPT-NOTICE-DATE TO OM-NOTICE-DATE.
           IF WS-FOUND
               REWRITE ORDER-MASTER-REC
               ADD 1 TO WS-ORDERS-REPLACED
           ELSE
               WRITE ORDER-MASTER-REC
               ADD 1 TO WS-ORDERS-ADDED
           END-IF.
           IF OM-VACATED
               ADD 1 TO WS-ORDERS-VACATED
           END-IF.

      *****************************************************************
      * BREAK THE ADDRESS INTO WORDS, SWAP EACH WORD THE REFERENCE
      * KNOWS FOR ITS STANDARD FORM, AND REBUILD WITH SINGLE SPACES -
      * WORD FOR WORD AS ADDRSTD DOES IT FOR THE CASE ADDRESSES
      *****************************************************************
       360-STANDARDIZE-ADDRESS.
           MOVE SPACES TO WS-WORD-TABLE.
           MOVE 0 TO WS-WORD-COUNT.
           UNSTRING OF-ADDRESS DELIMITED BY ALL SPACE
               INTO WS-WORD-TEXT(1) WS-WORD-TEXT(2)
                    WS-WORD-TEXT(3) WS-WORD-TEXT(4)
                    WS-WORD-TEXT(5) WS-WORD-TEXT(6)
                    WS-WORD-TEXT(7) WS-WORD-TEXT(8)
               TALLYING IN WS-WORD-COUNT.
           PERFORM 370-STANDARDIZE-ONE-WORD
               VARYING WS-WORD-SUB FROM 1 BY 1
               UNTIL WS-WORD-SUB > WS-WORD-COUNT.
           MOVE SPACES TO WS-STD-ADDRESS.
           MOVE 1 TO WS-STRING-PTR.
           PERFORM 380-APPEND-ONE-WORD
               VARYING WS-WORD-SUB FROM 1 BY 1
               UNTIL WS-WORD-SUB > WS-WORD-COUNT.

       370-STANDARDIZE-ONE-WORD.
           MOVE 'N' TO WS-FOUND-SWITCH.
           SET REF-IDX TO 1.
           PERFORM 375-SEARCH-STREET-REF
               UNTIL REF-IDX > WS-REF-TAB-MAX OR WS-FOUND.
           IF WS-FOUND
               MOVE WS-REF-STD-WORD(REF-IDX)
                   TO WS-WORD-TEXT(WS-WORD-SUB)
           END-IF.

       375-SEARCH-STREET-REF.
           IF WS-REF-RAW-WORD(REF-IDX) =
              WS-WORD-TEXT(WS-WORD-SUB)(1:12)
              AND WS-WORD-TEXT(WS-WORD-SUB)(13:3) = SPACES
               MOVE 'Y' TO WS-FOUND-SWITCH
           ELSE
               SET REF-IDX UP BY 1
           END-IF.

       380-APPEND-ONE-WORD.
           IF WS-WORD-TEXT(WS-WORD-SUB) NOT = SPACES
              AND WS-STRING-PTR < 40
               IF WS-STRING-PTR > 1
                   STRING ' ' DELIMITED BY SIZE
                       INTO WS-STD-ADDRESS
                       WITH POINTER WS-STRING-PTR
               END-IF
               STRING WS-WORD-TEXT(WS-WORD-SUB) DELIMITED BY SPACE
                   INTO WS-STD-ADDRESS
                   WITH POINTER WS-STRING-PTR
           END-IF.

       390-WRITE-REJECT-LINE.
           MOVE OF-ORDER-NO TO RJD-ORDER-NO.
           MOVE OF-ORDER-TYPE TO RJD-ORDER-TYPE.
           MOVE OF-ISSUE-DATE TO RJD-ISSUE-DATE.
           MOVE OF-EXPIRY-DATE TO RJD-EXPIRY-DATE.
           MOVE WS-REJECT-REASON TO RJD-REASON.
           MOVE REJ-DETAIL-LINE TO REJ-OUT-REC.
           WRITE REJ-OUT-REC.

      *DISPLAY THE INTAKE DISPOSITION TOTALS***************************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-FEED-READ TO WS-FEED-READZ.
           DISPLAY 'Feed Records Read         : ' WS-FEED-READZ.
           MOVE WS-ORDERS-ADDED TO WS-ORDERS-ADDEDZ.
           DISPLAY 'Orders Added              : ' WS-ORDERS-ADDEDZ.
           MOVE WS-ORDERS-REPLACED TO WS-ORDERS-REPLACEDZ.
           DISPLAY 'Orders Replaced           : ' WS-ORDERS-REPLACEDZ.
           MOVE WS-ORDERS-VACATED TO WS-ORDERS-VACATEDZ.
           DISPLAY 'Orders Posted As Vacated  : ' WS-ORDERS-VACATEDZ.
           MOVE WS-REC-REJECTED TO WS-REC-REJECTEDZ.
           DISPLAY 'Records Rejected          : ' WS-REC-REJECTEDZ.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           CLOSE ORDER-FEED-FILE
                 ORDER-MASTER-FILE
                 REJECT-REPORT-FILE.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
