      *master and writes one mail-merge record per vehicle to the
      *letter file, skipping cases already notified on a prior run
      *(tracked on the NOTIFIED history file), so notification
      *letters go out the morning after recovery.  When IMPNDEDT has
      *the vehicle on the IMPMAST impound master, matched and not yet
      *released, the letter also tells the owner which pound holds
      *it (name, address, phone, inventory number, tow date and
      *fees) and what to bring - the IMPCTL BRNG text - so storage
      *charges stop running as soon as the owner can get there.
      *****************************************************************

       ID DIVISION.
           FILE STATUS IS WS-PARTYMST-STATUS.
           SELECT LETTER-FILE ASSIGN TO LTRFILE
           ORGANIZATION IS SEQUENTIAL.
           SELECT IMPOUND-MASTER-FILE ASSIGN TO IMPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IM-CASE-NUMBER
           FILE STATUS IS WS-IMPMAST-STATUS.
           SELECT IMPOUND-CTL-FILE ASSIGN TO IMPCTL
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05  LT-MAIL-CITY                 PIC X(20).
           05  LT-MAIL-STATE                PIC X(2).
           05  LT-MAIL-ZIP                  PIC X(9).
      *****IMPOUND LOT DETAIL - BLANK WHEN THE VEHICLE IS NOT IN A*****
      *****CITY POUND OR HAS ALREADY BEEN RELEASED*********************
           05  LT-LOT-NAME                  PIC X(28).
           05  LT-LOT-ADDRESS               PIC X(35).
           05  LT-LOT-PHONE                 PIC X(12).
           05  LT-INVENTORY-NO              PIC X(10).
           05  LT-TOW-DATE                  PIC X(8).
           05  LT-TOW-FEE                   PIC 9(5)V99.
           05  LT-DAILY-FEE                 PIC 9(3)V99.
           05  LT-BRING-TEXT                PIC X(75).

      *****IMPOUND MASTER WRITTEN BY IMPNDEDT**************************
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

      *****CONTROL FILE - IMPOUND LETTER TEXT (SEE IMPAGE)*************
       FD  IMPOUND-CTL-FILE.
       01  IMPOUND-CTL-REC.
           05  IC-TYPE                      PIC X(4).
           05  FILLER                       PIC X.
           05  IC-VALUE                     PIC X(75).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
              88 WAS-RETURNED                       VALUE 'Y'.
           05 WS-CONTACT-SWITCH        PIC X        VALUE 'N'.
              88 CONTACT-ON-FILE                    VALUE 'Y'.
           05 WS-CTL-EOF               PIC X        VALUE 'N'.
              88 CTL-EOF                            VALUE 'Y'.
       01 WS-CASEMAST-STATUS           PIC XX.
       01 WS-NOTIFIED-STATUS           PIC XX.
       01 WS-PARTYMST-STATUS           PIC XX.
       01 WS-PARTY-AVAILABLE-SWITCH    PIC X        VALUE 'N'.
           88 PARTY-AVAILABLE                       VALUE 'Y'.
       01 WS-IMPMAST-STATUS            PIC XX.
       01 WS-IMPOUND-AVAILABLE-SWITCH  PIC X        VALUE 'N'.
           88 IMPOUND-AVAILABLE                     VALUE 'Y'.
       01 WS-BRING-TEXT                PIC X(75)    VALUE SPACES.
       01 WS-TODAY                     PIC X(8).

      *****ALREADY-NOTIFIED CASE TABLE, LOADED AT START-UP*************
       01 WS-NO-CONTACT-COUNTZ     PIC ZZ,ZZ9.
       01 WS-AWAITING-CONTACT      PIC 9(5)     VALUE 0.
       01 WS-AWAITING-CONTACTZ     PIC ZZ,ZZ9.
       01 WS-IMPOUND-LETTERS       PIC 9(5)     VALUE 0.
       01 WS-IMPOUND-LETTERSZ      PIC ZZ,ZZ9.

      *****************************************************************
       PROCEDURE DIVISION.
               MOVE 'Y' TO WS-PARTY-AVAILABLE-SWITCH
           END-IF.
           OPEN OUTPUT LETTER-FILE.
      *THE IMPOUND MASTER IS OPTIONAL UNTIL IMPNDEDT'S FIRST RUN*******
           OPEN INPUT IMPOUND-MASTER-FILE.
           IF WS-IMPMAST-STATUS = '00'
               MOVE 'Y' TO WS-IMPOUND-AVAILABLE-SWITCH
           END-IF.
           OPEN INPUT IMPOUND-CTL-FILE.
           PERFORM 210-READ-IMPOUND-CTL-REC UNTIL CTL-EOF.
           CLOSE IMPOUND-CTL-FILE.

       210-READ-IMPOUND-CTL-REC.
           READ IMPOUND-CTL-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF
           END-READ.
           IF NOT CTL-EOF
               IF IC-TYPE = 'BRNG'
                   MOVE IC-VALUE TO WS-BRING-TEXT
               END-IF
           END-IF.

      *****************************************************************
      * THE NOTIFICATION HISTORY MAY BE ABSENT ON THE FIRST RUN -
               MOVE CM-CRIME-DESC TO LT-CRIME-DESC
               MOVE WS-TODAY TO LT-LETTER-DATE
               PERFORM 330-JOIN-OWNER-CONTACT
               PERFORM 340-JOIN-IMPOUND-LOT
               WRITE LETTER-REC
               MOVE RV-CASE-NUMBER TO NT-CASE-NUMBER
               MOVE WS-TODAY TO NT-NOTIFIED-DATE
               ADD 1 TO WS-NO-CONTACT-COUNT
           END-IF.

      *****************************************************************
      * JOIN THE IMPOUND LOT FROM IMPMAST - ONLY A MATCHED TOW STILL
      * IN THE LOT; A RELEASED VEHICLE IS ALREADY BACK WITH SOMEONE
      *****************************************************************
       340-JOIN-IMPOUND-LOT.
           MOVE SPACES TO LT-LOT-NAME
                          LT-LOT-ADDRESS
                          LT-LOT-PHONE
                          LT-INVENTORY-NO
                          LT-TOW-DATE
                          LT-BRING-TEXT.
           MOVE 0 TO LT-TOW-FEE
                     LT-DAILY-FEE.
           IF IMPOUND-AVAILABLE
               MOVE RV-CASE-NUMBER TO IM-CASE-NUMBER
               READ IMPOUND-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF IM-MATCH-FLAG = 'Y'
                          AND IM-RELEASE-DATE = '00000000'
                           ADD 1 TO WS-IMPOUND-LETTERS
                           MOVE IM-LOT-NAME TO LT-LOT-NAME
                           MOVE IM-LOT-ADDRESS TO LT-LOT-ADDRESS
                           MOVE IM-LOT-PHONE TO LT-LOT-PHONE
                           MOVE IM-INVENTORY-NO TO LT-INVENTORY-NO
                           MOVE IM-TOW-DATE TO LT-TOW-DATE
                           MOVE IM-TOW-FEE TO LT-TOW-FEE
                           MOVE IM-DAILY-FEE TO LT-DAILY-FEE
                           MOVE WS-BRING-TEXT TO LT-BRING-TEXT
                       END-IF
               END-READ
           END-IF.

      *DISPLAY THE LETTER DISPOSITION TOTALS***************************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           DISPLAY 'Returned, Awaiting Contact: ' WS-AWAITING-CONTACTZ.
           MOVE WS-NO-CONTACT-COUNT TO WS-NO-CONTACT-COUNTZ.
           DISPLAY 'Letters Missing Contact   : ' WS-NO-CONTACT-COUNTZ.
           MOVE WS-IMPOUND-LETTERS TO WS-IMPOUND-LETTERSZ.
           DISPLAY 'Letters With Impound Lot  : ' WS-IMPOUND-LETTERSZ.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
           IF PARTY-AVAILABLE
               CLOSE PARTY-MASTER-FILE
           END-IF.
           IF IMPOUND-AVAILABLE
               CLOSE IMPOUND-MASTER-FILE
           END-IF.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
