      *CC-LOCATION, and the dispatch/disposition history from
      *ASGNMAST into one package record per case in the court
      *system's interface layout, and prints a transmittal control
      *report listing what was sent.  The transmittal lists under
      *each case the detectives' narratives and the evidence items
      *the property room holds for it on EVIDMAST, so the package
      *tells the state's attorney what physical evidence exists.
      *****************************************************************

       ID DIVISION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NR-KEY
           FILE STATUS IS WS-NARRFILE-STATUS.
           SELECT EVID-MASTER-FILE ASSIGN TO EVIDMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EV-KEY
           FILE STATUS IS WS-EVIDMAST-STATUS.
           SELECT COURT-PKG-FILE ASSIGN TO COURTPKG
           ORGANIZATION IS SEQUENTIAL.
           SELECT TRANSMITTAL-FILE ASSIGN TO XMITRPT
               10  NR-SEQUENCE              PIC 9(3).
           05  NR-NARRATIVE-TEXT            PIC X(200).

      *****EVIDENCE ITEM MASTER MAINTAINED BY EVIDMNT******************
       FD  EVID-MASTER-FILE.
       01  EVID-MASTER-REC.
           05  EV-KEY.
               10  EV-CASE-NUMBER           PIC X(8).
               10  EV-ITEM-SEQ              PIC 9(3).
           05  EV-ITEM-DESC                 PIC X(40).
           05  EV-STATUS                    PIC X(1).
               88  EV-IN-CUSTODY                        VALUE 'I'.
               88  EV-AT-LAB                            VALUE 'L'.
               88  EV-RELEASED                          VALUE 'R'.
               88  EV-DESTROYED                         VALUE 'D'.
           05  EV-LOCATION                  PIC X(12).
           05  EV-CUSTODIAN                 PIC X(6).
           05  EV-CHECKIN-DATE              PIC X(8).
           05  EV-LAST-MOVE-DATE            PIC X(8).
           05  EV-DISPO-DATE                PIC X(8).

      *****************************************************************
      * COURT SYSTEM INTERFACE LAYOUT - ONE PACKAGE RECORD PER ARREST
      * CASE, FIXED POSITIONS AGREED WITH THE STATE'S ATTORNEY SHOP
       01 WS-NARR-REC-LEN              PIC 9(3)     COMP.
       01 WS-NARR-AVAILABLE-SWITCH     PIC X        VALUE 'N'.
           88 NARR-AVAILABLE                        VALUE 'Y'.
       01 WS-EVIDMAST-STATUS           PIC XX.
       01 WS-EVID-AVAILABLE-SWITCH     PIC X        VALUE 'N'.
           88 EVID-AVAILABLE                        VALUE 'Y'.
       01 WS-EVID-STATUS-TEXT          PIC X(9).

      *****THE WORK RECORD UNDER PACKAGING*****************************
       01 WS-WORK-RECORD.
           IF WS-NARRFILE-STATUS = '00'
               MOVE 'Y' TO WS-NARR-AVAILABLE-SWITCH
           END-IF.
      *THE EVIDENCE MASTER IS OPTIONAL UNTIL EVIDMNT'S FIRST RUN*******
           OPEN INPUT EVID-MASTER-FILE.
           IF WS-EVIDMAST-STATUS = '00'
               MOVE 'Y' TO WS-EVID-AVAILABLE-SWITCH
           END-IF.
           OPEN OUTPUT COURT-PKG-FILE.
           OPEN OUTPUT TRANSMITTAL-FILE.
           MOVE WS-TODAY TO XMH-DATE.
               IF NARR-AVAILABLE
                   PERFORM 320-LIST-NARRATIVES
               END-IF
               IF EVID-AVAILABLE
                   PERFORM 330-LIST-EVIDENCE-ITEMS
               END-IF
           END-IF.

      *****************************************************************
               END-IF
           END-IF.

      *****************************************************************
      * THE PROPERTY ROOM'S ITEMS FOR THE CASE FOLLOW THE NOTES - ONE
      * LINE PER ITEM WITH ITS CUSTODY STATUS AND SHELF OR LAB
      *****************************************************************
       330-LIST-EVIDENCE-ITEMS.
           MOVE WS-WRK-CASE-NUMBER TO EV-CASE-NUMBER.
           MOVE 0 TO EV-ITEM-SEQ.
           START EVID-MASTER-FILE KEY >= EV-KEY
               INVALID KEY MOVE '23' TO WS-EVIDMAST-STATUS
           END-START.
           IF WS-EVIDMAST-STATUS = '00'
               PERFORM 335-READ-NEXT-EVIDENCE-ITEM
                   UNTIL WS-EVIDMAST-STATUS NOT = '00'
           END-IF.

       335-READ-NEXT-EVIDENCE-ITEM.
           READ EVID-MASTER-FILE NEXT RECORD
               AT END MOVE '10' TO WS-EVIDMAST-STATUS
           END-READ.
           IF WS-EVIDMAST-STATUS = '00'
               IF EV-CASE-NUMBER = WS-WRK-CASE-NUMBER
                   EVALUATE TRUE
                       WHEN EV-IN-CUSTODY
                           MOVE 'IN ROOM  ' TO WS-EVID-STATUS-TEXT
                       WHEN EV-AT-LAB
                           MOVE 'AT LAB   ' TO WS-EVID-STATUS-TEXT
                       WHEN EV-RELEASED
                           MOVE 'RELEASED ' TO WS-EVID-STATUS-TEXT
                       WHEN EV-DESTROYED
                           MOVE 'DESTROYED' TO WS-EVID-STATUS-TEXT
                       WHEN OTHER
                           MOVE SPACES TO WS-EVID-STATUS-TEXT
                   END-EVALUATE
                   MOVE SPACES TO XMT-OUT-REC
                   STRING '    ITEM ' EV-ITEM-SEQ ': '
                          EV-ITEM-DESC ' '
                          WS-EVID-STATUS-TEXT ' '
                          EV-LOCATION
                          DELIMITED BY SIZE INTO XMT-OUT-REC
                   WRITE XMT-OUT-REC
               ELSE
                   MOVE '10' TO WS-EVIDMAST-STATUS
               END-IF
           END-IF.

       310-JOIN-ASSIGNMENT.
           MOVE WS-WRK-CASE-NUMBER TO AS-CASE-NUMBER.
           READ ASSIGN-MASTER-FILE
           IF NARR-AVAILABLE
               CLOSE NARRATIVE-FILE
           END-IF.
           IF EVID-AVAILABLE
               CLOSE EVID-MASTER-FILE
           END-IF.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
