      *****************************************************************
      *PURPOSE: County assessor parcel reference load.  REPTLOC finds
      *the addresses that keep generating calls, but the nuisance
      *ordinance needs a written notice to the property owner and we
      *held no owner data.  The assessor's office sends a full PARCFEED
      *extract of every parcel - PIN, situs address, owner name and
      *owner mailing address.  This program edits each record - a
      *numeric 14-digit PIN, the situs address, owner name and a
      *mailing address present - standardizes the situs address
      *through the STREETRF reference the same way ADDRSTD
      *standardizes the case addresses, and reloads the keyed
      *PARCMAST parcel master from scratch.  PARCMAST is keyed on the
      *standardized address ahead of the PIN, so NUISANCE can go
      *straight from an ADDRXREF address to every parcel at it.  An
      *empty extract leaves the master as it was and ends RC=8; every
      *record failing an edit prints on the PARCREJ reject report.
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      PARCELIN.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    February 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARCEL-FEED-FILE ASSIGN TO PARCFEED
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARCFEED-STATUS.
           SELECT STREET-REF-FILE ASSIGN TO STREETRF
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARCEL-MASTER-FILE ASSIGN TO PARCMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PK-KEY
           FILE STATUS IS WS-PARCMAST-STATUS.
           SELECT REJECT-REPORT-FILE ASSIGN TO PARCREJ
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * COUNTY ASSESSOR PARCEL EXTRACT - A FULL FILE EVERY TIME
      *****************************************************************
       FD  PARCEL-FEED-FILE.
       01  PARCEL-FEED-REC.
           05  PF-PIN                       PIC X(14).
           05  PF-SITUS-ADDRESS             PIC X(40).
           05  PF-OWNER-NAME                PIC X(30).
           05  PF-MAIL-ADDRESS              PIC X(40).
           05  PF-MAIL-CITY                 PIC X(20).
           05  PF-MAIL-STATE                PIC X(2).
           05  PF-MAIL-ZIP                  PIC X(10).

      *****STREET-NAME REFERENCE - SEE ADDRSTD*************************
       FD  STREET-REF-FILE.
       01  STREET-REF-REC.
           05  SR-RAW-WORD                  PIC X(12).
           05  FILLER                       PIC X.
           05  SR-STD-WORD                  PIC X(8).

      *****************************************************************
      * PARCEL MASTER - KEYED ON STANDARDIZED SITUS ADDRESS THEN PIN,
      * SO EVERY PARCEL AT ONE ADDRESS (A CONDOMINIUM BUILDING, SAY)
      * READS BACK TOGETHER
      *****************************************************************
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

      ***REJECTED-PARCEL REPORT****************************************
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
       01 WS-PARCFEED-STATUS           PIC XX.
       01 WS-PARCMAST-STATUS           PIC XX.
       01 WS-REJECT-REASON             PIC X(30).
       01 WS-TODAY                     PIC X(8).

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

      *****LOAD DISPOSITION COUNTERS***********************************
       01 WS-FEED-READ             PIC 9(7)     VALUE 0.
       01 WS-FEED-READZ            PIC Z,ZZZ,ZZ9.
       01 WS-PARCELS-LOADED        PIC 9(7)     VALUE 0.
       01 WS-PARCELS-LOADEDZ       PIC Z,ZZZ,ZZ9.
       01 WS-REC-REJECTED          PIC 9(7)     VALUE 0.
       01 WS-REC-REJECTEDZ         PIC Z,ZZZ,ZZ9.

      *****REPORT LINE LAYOUTS*****************************************
       01  REJ-HEADING-1.
           05                 PIC X(34) VALUE
                   'REJECTED ASSESSOR PARCEL RECORDS -'.
           05                 PIC X     VALUE SPACE.
           05  RJH-DATE       PIC X(8).
       01  REJ-HEADING-2.
           05                 PIC X(16) VALUE 'PIN'.
           05                 PIC X(32) VALUE 'SITUS ADDRESS'.
           05                 PIC X(30) VALUE 'REASON'.
       01  REJ-DETAIL-LINE.
           05  RJD-PIN            PIC X(14).
           05                     PIC X(2)  VALUE SPACES.
           05  RJD-SITUS-ADDRESS  PIC X(30).
           05                     PIC X(2)  VALUE SPACES.
           05  RJD-REASON         PIC X(30).
           05                     PIC X(2)  VALUE SPACES.

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
           DISPLAY '* GET239 Enterprise Technologies PARCELIN*'.
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
      * THE FIRST RECORD IS READ BEFORE THE MASTER IS OPENED FOR THE
      * RELOAD - A MISSING OR EMPTY EXTRACT MUST NOT WIPE OUT THE
      * PARCELS ALREADY ON FILE
      *****************************************************************
       200-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           OPEN INPUT PARCEL-FEED-FILE.
           IF WS-PARCFEED-STATUS = '00'
               READ PARCEL-FEED-FILE
                   AT END MOVE 'Y' TO WS-FEED-EOF-SWITCH
               END-READ
           ELSE
               MOVE 'Y' TO WS-FEED-EOF-SWITCH
           END-IF.
           IF FEED-EOF
               DISPLAY '*** PARCFEED MISSING OR EMPTY - PARCMAST '
                       'LEFT AS IT WAS ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PARCEL-MASTER-FILE.
           OPEN OUTPUT REJECT-REPORT-FILE.
           MOVE WS-TODAY TO RJH-DATE.
           MOVE REJ-HEADING-1 TO REJ-OUT-REC.
           WRITE REJ-OUT-REC.
           MOVE REJ-HEADING-2 TO REJ-OUT-REC.
           WRITE REJ-OUT-REC.

      *****************************************************************
      * THE RECORD IN THE BUFFER IS PROCESSED FIRST, THEN THE NEXT ONE
      * IS READ - 200- HAS ALREADY READ THE FIRST
      *****************************************************************
       300-EDIT-FEED.
           ADD 1 TO WS-FEED-READ.
           PERFORM 310-VALIDATE-FEED-RECORD.
           IF REC-VALID
               PERFORM 350-POST-PARCEL
           END-IF.
           IF NOT REC-VALID
               ADD 1 TO WS-REC-REJECTED
               PERFORM 390-WRITE-REJECT-LINE
           END-IF.
           READ PARCEL-FEED-FILE
               AT END MOVE 'Y' TO WS-FEED-EOF-SWITCH
           END-READ.

       310-VALIDATE-FEED-RECORD.
           MOVE 'Y' TO WS-REC-VALID-SWITCH.
           MOVE SPACES TO WS-REJECT-REASON.
           IF PF-PIN NOT NUMERIC
               MOVE 'N' TO WS-REC-VALID-SWITCH
               MOVE 'PIN NOT 14 DIGITS' TO WS-REJECT-REASON
           END-IF.
           IF REC-VALID AND PF-SITUS-ADDRESS = SPACES
               MOVE 'N' TO WS-REC-VALID-SWITCH
               MOVE 'SITUS ADDRESS BLANK' TO WS-REJECT-REASON
           END-IF.
           IF REC-VALID AND PF-OWNER-NAME = SPACES
               MOVE 'N' TO WS-REC-VALID-SWITCH
               MOVE 'OWNER NAME BLANK' TO WS-REJECT-REASON
           END-IF.
           IF REC-VALID
              AND (PF-MAIL-ADDRESS = SPACES OR PF-MAIL-CITY = SPACES)
               MOVE 'N' TO WS-REC-VALID-SWITCH
               MOVE 'MAILING ADDRESS INCOMPLETE' TO WS-REJECT-REASON
           END-IF.

      *****************************************************************
      * THE SAME PIN TWICE AT ONE ADDRESS IS AN EXTRACT ERROR - THE
      * FIRST ONE STANDS AND THE REPEAT IS REJECTED
      *****************************************************************
       350-POST-PARCEL.
           PERFORM 360-STANDARDIZE-ADDRESS.
           MOVE WS-STD-ADDRESS TO PK-STD-ADDRESS.
           MOVE PF-PIN TO PK-PIN.
           MOVE PF-SITUS-ADDRESS TO PK-SITUS-ADDRESS.
           MOVE PF-OWNER-NAME TO PK-OWNER-NAME.
           MOVE PF-MAIL-ADDRESS TO PK-MAIL-ADDRESS.
           MOVE PF-MAIL-CITY TO PK-MAIL-CITY.
           MOVE PF-MAIL-STATE TO PK-MAIL-STATE.
           MOVE PF-MAIL-ZIP TO PK-MAIL-ZIP.
           MOVE WS-TODAY TO PK-LOADED-DATE.
           WRITE PARCEL-MASTER-REC
               INVALID KEY
                   MOVE 'N' TO WS-REC-VALID-SWITCH
                   MOVE 'DUPLICATE PIN AT ADDRESS' TO WS-REJECT-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-PARCELS-LOADED
           END-WRITE.

      *****************************************************************
      * BREAK THE ADDRESS INTO WORDS, SWAP EACH WORD THE REFERENCE
      * KNOWS FOR ITS STANDARD FORM, AND REBUILD WITH SINGLE SPACES -
      * WORD FOR WORD AS ADDRSTD DOES IT FOR THE CASE ADDRESSES
      *****************************************************************
       360-STANDARDIZE-ADDRESS.
           MOVE SPACES TO WS-WORD-TABLE.
           MOVE 0 TO WS-WORD-COUNT.
           UNSTRING PF-SITUS-ADDRESS DELIMITED BY ALL SPACE
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
           MOVE PF-PIN TO RJD-PIN.
           MOVE PF-SITUS-ADDRESS TO RJD-SITUS-ADDRESS.
           MOVE WS-REJECT-REASON TO RJD-REASON.
           MOVE REJ-DETAIL-LINE TO REJ-OUT-REC.
           WRITE REJ-OUT-REC.

      *DISPLAY THE LOAD DISPOSITION TOTALS*****************************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-FEED-READ TO WS-FEED-READZ.
           DISPLAY 'Extract Records Read      : ' WS-FEED-READZ.
           MOVE WS-PARCELS-LOADED TO WS-PARCELS-LOADEDZ.
           DISPLAY 'Parcels Loaded            : ' WS-PARCELS-LOADEDZ.
           MOVE WS-REC-REJECTED TO WS-REC-REJECTEDZ.
           DISPLAY 'Records Rejected          : ' WS-REC-REJECTEDZ.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           CLOSE PARCEL-FEED-FILE
                 PARCEL-MASTER-FILE
                 REJECT-REPORT-FILE.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
