      *****************************************************************
      *PURPOSE: Keyed master reorganization with proof totals.  The
      *nightly inserts and deletes split the CASEMAST, DISPATCH,
      *ASGNMAST, NARRFILE and SERMBR clusters until every step that
      *touches them runs longer.  The REORGMOD card names the file
      *under reorganization, and this utility unloads the live
      *cluster in key sequence to a work file - checking every key is
      *higher than the one before - reloads the work file into the
      *freshly defined .NEW cluster, then reads the new cluster back
      *end to end.  Before, unloaded, reloaded and after record
      *counts print beside a key-sum hash (each key byte's collating
      *value times its position, summed over every record) taken off
      *the live cluster and again off the new one.  The proof passes
      *only when all counts agree, both hashes agree, and neither
      *pass found a key out of order; a failed proof ends RC=8 so the
      *job deletes the new cluster and the live one is never renamed.
      *Every run, passed or failed, appends a row to AUDITLOG.
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      MSTREORG.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    January 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MODE-CARD-FILE ASSIGN TO REORGMOD
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT UNLOAD-FILE ASSIGN TO UNLOAD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-UNLOAD-STATUS.
           SELECT REORG-REPORT-FILE ASSIGN TO REORGRPT
           ORGANIZATION IS SEQUENTIAL.
           SELECT CASE-MASTER-FILE ASSIGN TO CASEMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-CASE-NUMBER
           FILE STATUS IS WS-LIVE-STATUS.
           SELECT DISPATCH-INDEX-FILE ASSIGN TO DISPATCH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DI-CASE-NUMBER
           FILE STATUS IS WS-LIVE-STATUS.
           SELECT ASSIGN-MASTER-FILE ASSIGN TO ASGNMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AS-CASE-NUMBER
           FILE STATUS IS WS-LIVE-STATUS.
           SELECT NARRATIVE-FILE ASSIGN TO NARRFILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NR-KEY
           FILE STATUS IS WS-LIVE-STATUS.
           SELECT SERIES-MEMBER-FILE ASSIGN TO SERMBR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SM-KEY
           FILE STATUS IS WS-LIVE-STATUS.
           SELECT CASE-MASTER-NEW ASSIGN TO CASENEW
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CMN-CASE-NUMBER
           FILE STATUS IS WS-NEW-STATUS.
           SELECT DISPATCH-INDEX-NEW ASSIGN TO DISPNEW
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DIN-CASE-NUMBER
           FILE STATUS IS WS-NEW-STATUS.
           SELECT ASSIGN-MASTER-NEW ASSIGN TO ASGNNEW
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASN-CASE-NUMBER
           FILE STATUS IS WS-NEW-STATUS.
           SELECT NARRATIVE-NEW ASSIGN TO NARRNEW
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NRN-KEY
           FILE STATUS IS WS-NEW-STATUS.
           SELECT SERIES-MEMBER-NEW ASSIGN TO SERMNEW
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SMN-KEY
           FILE STATUS IS WS-NEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****MODE CARD - THE FILE UNDER REORGANIZATION*******************
       FD  MODE-CARD-FILE.
       01  MODE-CARD-REC.
           05  MCD-FILE-ID                  PIC X(8).

      *****KEY-SEQUENCE UNLOAD - RECORD LENGTH PLUS THE RECORD IMAGE**
       FD  UNLOAD-FILE.
       01  UNLOAD-REC.
           05  UL-REC-LEN                   PIC 9(3).
           05  UL-RECORD-IMAGE              PIC X(266).

      ***PROOF-TOTALS REPORT*******************************************
       FD  REORG-REPORT-FILE.
       01  RGR-OUT-REC                      PIC X(80).

      *****THE FIVE LIVE KEYED MASTERS - KEY AND LENGTH ONLY***********
       FD  CASE-MASTER-FILE.
       01  CASE-MASTER-REC.
           05  CM-CASE-NUMBER               PIC X(8).
           05  FILLER                       PIC X(258).

       FD  DISPATCH-INDEX-FILE.
       01  DISPATCH-REC.
           05  DI-CASE-NUMBER                PIC X(8).

       FD  ASSIGN-MASTER-FILE.
       01  ASSIGN-MASTER-REC.
           05  AS-CASE-NUMBER               PIC X(8).
           05  FILLER                       PIC X(22).

       FD  NARRATIVE-FILE
           RECORD IS VARYING IN SIZE FROM 31 TO 211 CHARACTERS
               DEPENDING ON WS-NARR-REC-LEN.
       01  NARRATIVE-REC.
           05  NR-KEY.
               10  NR-CASE-NUMBER           PIC X(8).
               10  NR-SEQUENCE              PIC 9(3).
           05  NR-NARRATIVE-TEXT            PIC X(200).

       FD  SERIES-MEMBER-FILE.
       01  SERIES-MEMBER-REC.
           05  SM-KEY.
               10  SM-SERIES-NUMBER         PIC 9(5).
               10  SM-CASE-NUMBER           PIC X(8).
           05  FILLER                       PIC X(63).

      *****THE FRESHLY DEFINED .NEW CLUSTERS - SAME SHAPES*************
       FD  CASE-MASTER-NEW.
       01  CASE-MASTER-NEW-REC.
           05  CMN-CASE-NUMBER              PIC X(8).
           05  FILLER                       PIC X(258).

       FD  DISPATCH-INDEX-NEW.
       01  DISPATCH-NEW-REC.
           05  DIN-CASE-NUMBER              PIC X(8).

       FD  ASSIGN-MASTER-NEW.
       01  ASSIGN-MASTER-NEW-REC.
           05  ASN-CASE-NUMBER              PIC X(8).
           05  FILLER                       PIC X(22).

       FD  NARRATIVE-NEW
           RECORD IS VARYING IN SIZE FROM 31 TO 211 CHARACTERS
               DEPENDING ON WS-NARR-NEW-LEN.
       01  NARRATIVE-NEW-REC.
           05  NRN-KEY.
               10  NRN-CASE-NUMBER          PIC X(8).
               10  NRN-SEQUENCE             PIC 9(3).
           05  NRN-NARRATIVE-TEXT           PIC X(200).

       FD  SERIES-MEMBER-NEW.
       01  SERIES-MEMBER-NEW-REC.
           05  SMN-KEY.
               10  SMN-SERIES-NUMBER        PIC 9(5).
               10  SMN-CASE-NUMBER          PIC X(8).
           05  FILLER                       PIC X(63).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-MODE-EOF-SWITCH       PIC X        VALUE 'N'.
              88 MODE-EOF                           VALUE 'Y'.
           05 WS-MST-EOF-SWITCH        PIC X        VALUE 'N'.
              88 MST-EOF                            VALUE 'Y'.
           05 WS-UNL-EOF-SWITCH        PIC X        VALUE 'N'.
              88 UNL-EOF                            VALUE 'Y'.
           05 WS-PROOF-SWITCH          PIC X        VALUE 'Y'.
              88 PROOF-PASSED                       VALUE 'Y'.
       01 WS-LIVE-STATUS               PIC XX.
       01 WS-NEW-STATUS                PIC XX.
       01 WS-UNLOAD-STATUS             PIC XX.
       01 WS-LIVE-OPEN-STATUS          PIC XX       VALUE SPACES.
       01 WS-NEW-OPEN-STATUS           PIC XX       VALUE SPACES.
       01 WS-NARR-REC-LEN              PIC 9(3)     COMP.
       01 WS-NARR-NEW-LEN              PIC 9(3)     COMP.
       01 WS-REORG-FILE-ID             PIC X(8)     VALUE SPACES.
       01 WS-TODAY                     PIC X(8).

      *****THE CURRENT RECORD, ITS KEY, AND THE KEY-SUM HASH WORK******
       01 WS-RECORD-IMAGE              PIC X(266).
       01 WS-RECORD-LEN                PIC 9(3).
       01 WS-KEY-LEN                   PIC 9(2).
       01 WS-CUR-KEY                   PIC X(13).
       01 WS-PREV-KEY                  PIC X(13).
       01 WS-HASH-SUB                  PIC 9(2).
       01 WS-REC-HASH                  PIC 9(7).

      *****PROOF TOTALS************************************************
       01 WS-RECS-BEFORE           PIC 9(9)     VALUE 0.
       01 WS-RECS-UNLOADED         PIC 9(9)     VALUE 0.
       01 WS-RECS-RELOADED         PIC 9(9)     VALUE 0.
       01 WS-RECS-AFTER            PIC 9(9)     VALUE 0.
       01 WS-RELOAD-REJECTS        PIC 9(9)     VALUE 0.
       01 WS-ORDER-ERRS-BEFORE     PIC 9(9)     VALUE 0.
       01 WS-ORDER-ERRS-AFTER      PIC 9(9)     VALUE 0.
       01 WS-HASH-BEFORE           PIC 9(15)    VALUE 0.
       01 WS-HASH-AFTER            PIC 9(15)    VALUE 0.

      *****AUDIT LOG CALL FIELDS (SEE AUDITLOG)************************
       01  CALL-AUDITLOG                  PIC X(8) VALUE 'AUDITLOG'.
       01  WS-PGM-ID                      PIC X(8) VALUE 'MSTREORG'.
       01  WS-AUDIT-READ                  PIC 9(7).
       01  WS-AUDIT-OUT                   PIC 9(7).
       01  WS-AUDIT-FILE-ID               PIC X(15).
       01  WS-AUDIT-RESULT                PIC X(15).

      *****REPORT LINE LAYOUTS*****************************************
       01  RGR-HEADING-1.
           05                 PIC X(31)
                   VALUE 'KEYED MASTER REORGANIZATION - '.
           05  RGH-FILE-ID    PIC X(8).
           05                 PIC X(6)  VALUE '  RUN '.
           05  RGH-DATE       PIC X(8).
       01  RGR-COUNT-LINE.
           05  RGC-TEXT       PIC X(40).
           05  RGC-COUNT      PIC ZZZ,ZZZ,ZZ9.
       01  RGR-HASH-LINE.
           05  RGK-TEXT       PIC X(40).
           05  RGK-HASH       PIC Z(14)9.
       01  RGR-RESULT-LINE    PIC X(80).

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-READ-MODE-CARD.
           PERFORM 200-OPEN-FILES.
           PERFORM 300-UNLOAD-LIVE-MASTER UNTIL MST-EOF.
           PERFORM 350-RELOAD-NEW-CLUSTER.
           PERFORM 380-VERIFY-NEW-CLUSTER.
           PERFORM 400-EVALUATE-PROOF.
           PERFORM 450-WRITE-PROOF-REPORT.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies MSTREORG*'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* January, 2017                          *'.
           DISPLAY '******************************************'.

      *****************************************************************
       150-READ-MODE-CARD.
           OPEN INPUT MODE-CARD-FILE.
           READ MODE-CARD-FILE
               AT END MOVE 'Y' TO WS-MODE-EOF-SWITCH
           END-READ.
           IF NOT MODE-EOF
               MOVE MCD-FILE-ID TO WS-REORG-FILE-ID
           END-IF.
           CLOSE MODE-CARD-FILE.
           EVALUATE WS-REORG-FILE-ID
               WHEN 'CASEMAST'
                   MOVE 8 TO WS-KEY-LEN
               WHEN 'DISPATCH'
                   MOVE 8 TO WS-KEY-LEN
               WHEN 'ASGNMAST'
                   MOVE 8 TO WS-KEY-LEN
               WHEN 'NARRFILE'
                   MOVE 11 TO WS-KEY-LEN
               WHEN 'SERMBR  '
                   MOVE 13 TO WS-KEY-LEN
               WHEN OTHER
                   DISPLAY '*** REORGMOD MUST NAME CASEMAST, DISPATCH, '
                           'ASGNMAST, NARRFILE OR SERMBR ***'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           DISPLAY 'Reorganizing              : ' WS-REORG-FILE-ID.

      *****************************************************************
      * ONLY THE FILE UNDER REORGANIZATION IS OPENED.  THE LIVE
      * CLUSTER IS READ-ONLY THROUGHOUT - NOTHING HERE CAN CHANGE IT
      *****************************************************************
       200-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           OPEN OUTPUT REORG-REPORT-FILE.
           OPEN OUTPUT UNLOAD-FILE.
           MOVE LOW-VALUES TO WS-PREV-KEY.
           EVALUATE WS-REORG-FILE-ID
               WHEN 'CASEMAST'
                   OPEN INPUT CASE-MASTER-FILE
                   MOVE WS-LIVE-STATUS TO WS-LIVE-OPEN-STATUS
                   IF WS-LIVE-STATUS = '00'
                       MOVE LOW-VALUES TO CM-CASE-NUMBER
                       START CASE-MASTER-FILE KEY NOT < CM-CASE-NUMBER
                           INVALID KEY MOVE 'Y' TO WS-MST-EOF-SWITCH
                       END-START
                   END-IF
               WHEN 'DISPATCH'
                   OPEN INPUT DISPATCH-INDEX-FILE
                   MOVE WS-LIVE-STATUS TO WS-LIVE-OPEN-STATUS
                   IF WS-LIVE-STATUS = '00'
                       MOVE LOW-VALUES TO DI-CASE-NUMBER
                       START DISPATCH-INDEX-FILE
                           KEY NOT < DI-CASE-NUMBER
                           INVALID KEY MOVE 'Y' TO WS-MST-EOF-SWITCH
                       END-START
                   END-IF
               WHEN 'ASGNMAST'
                   OPEN INPUT ASSIGN-MASTER-FILE
                   MOVE WS-LIVE-STATUS TO WS-LIVE-OPEN-STATUS
                   IF WS-LIVE-STATUS = '00'
                       MOVE LOW-VALUES TO AS-CASE-NUMBER
                       START ASSIGN-MASTER-FILE
                           KEY NOT < AS-CASE-NUMBER
                           INVALID KEY MOVE 'Y' TO WS-MST-EOF-SWITCH
                       END-START
                   END-IF
               WHEN 'NARRFILE'
                   OPEN INPUT NARRATIVE-FILE
                   MOVE WS-LIVE-STATUS TO WS-LIVE-OPEN-STATUS
                   IF WS-LIVE-STATUS = '00'
                       MOVE LOW-VALUES TO NR-KEY
                       START NARRATIVE-FILE KEY NOT < NR-KEY
                           INVALID KEY MOVE 'Y' TO WS-MST-EOF-SWITCH
                       END-START
                   END-IF
               WHEN 'SERMBR  '
                   OPEN INPUT SERIES-MEMBER-FILE
                   MOVE WS-LIVE-STATUS TO WS-LIVE-OPEN-STATUS
                   IF WS-LIVE-STATUS = '00'
                       MOVE LOW-VALUES TO SM-KEY
                       START SERIES-MEMBER-FILE KEY NOT < SM-KEY
                           INVALID KEY MOVE 'Y' TO WS-MST-EOF-SWITCH
                       END-START
                   END-IF
           END-EVALUATE.
           IF WS-LIVE-OPEN-STATUS NOT = '00'
               DISPLAY '*** LIVE ' WS-REORG-FILE-ID
                       ' DID NOT OPEN - STATUS ' WS-LIVE-OPEN-STATUS
                       ' ***'
               MOVE 'Y' TO WS-MST-EOF-SWITCH
           END-IF.

      *****************************************************************
      * UNLOAD IN KEY SEQUENCE - EACH KEY MUST BE HIGHER THAN THE ONE
      * BEFORE IT, AND EVERY KEY FEEDS THE BEFORE HASH
      *****************************************************************
       300-UNLOAD-LIVE-MASTER.
           PERFORM 310-READ-LIVE-MASTER.
           IF NOT MST-EOF
               ADD 1 TO WS-RECS-BEFORE
               IF WS-CUR-KEY NOT > WS-PREV-KEY
                   ADD 1 TO WS-ORDER-ERRS-BEFORE
               END-IF
               MOVE WS-CUR-KEY TO WS-PREV-KEY
               PERFORM 320-COMPUTE-KEY-HASH
               ADD WS-REC-HASH TO WS-HASH-BEFORE
               MOVE WS-RECORD-LEN TO UL-REC-LEN
               MOVE WS-RECORD-IMAGE TO UL-RECORD-IMAGE
               WRITE UNLOAD-REC
               IF WS-UNLOAD-STATUS = '00'
                   ADD 1 TO WS-RECS-UNLOADED
               END-IF
           END-IF.

       310-READ-LIVE-MASTER.
           MOVE SPACES TO WS-RECORD-IMAGE.
           EVALUATE WS-REORG-FILE-ID
               WHEN 'CASEMAST'
                   READ CASE-MASTER-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-MST-EOF-SWITCH
                   END-READ
                   MOVE CASE-MASTER-REC TO WS-RECORD-IMAGE
                   MOVE 266 TO WS-RECORD-LEN
               WHEN 'DISPATCH'
                   READ DISPATCH-INDEX-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-MST-EOF-SWITCH
                   END-READ
                   MOVE DISPATCH-REC TO WS-RECORD-IMAGE
                   MOVE 8 TO WS-RECORD-LEN
               WHEN 'ASGNMAST'
                   READ ASSIGN-MASTER-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-MST-EOF-SWITCH
                   END-READ
                   MOVE ASSIGN-MASTER-REC TO WS-RECORD-IMAGE
                   MOVE 30 TO WS-RECORD-LEN
               WHEN 'NARRFILE'
                   READ NARRATIVE-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-MST-EOF-SWITCH
                   END-READ
                   MOVE NARRATIVE-REC TO WS-RECORD-IMAGE
                   MOVE WS-NARR-REC-LEN TO WS-RECORD-LEN
               WHEN 'SERMBR  '
                   READ SERIES-MEMBER-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-MST-EOF-SWITCH
                   END-READ
                   MOVE SERIES-MEMBER-REC TO WS-RECORD-IMAGE
                   MOVE 76 TO WS-RECORD-LEN
           END-EVALUATE.
           MOVE SPACES TO WS-CUR-KEY.
           MOVE WS-RECORD-IMAGE(1:WS-KEY-LEN)
                TO WS-CUR-KEY(1:WS-KEY-LEN).

      *****************************************************************
      * KEY-SUM HASH - EACH KEY BYTE'S COLLATING VALUE TIMES ITS
      * POSITION, SO TWO KEYS WITH THE SAME BYTES IN A DIFFERENT
      * ORDER DO NOT CANCEL OUT
      *****************************************************************
       320-COMPUTE-KEY-HASH.
           MOVE 0 TO WS-REC-HASH.
           PERFORM 325-HASH-KEY-BYTE
               VARYING WS-HASH-SUB FROM 1 BY 1
               UNTIL WS-HASH-SUB > WS-KEY-LEN.

       325-HASH-KEY-BYTE.
           COMPUTE WS-REC-HASH = WS-REC-HASH +
               FUNCTION ORD(WS-CUR-KEY(WS-HASH-SUB:1)) * WS-HASH-SUB.

      *****************************************************************
      * RELOAD THE UNLOAD INTO THE EMPTY .NEW CLUSTER THE JOB DEFINED
      * AHEAD OF THIS STEP - KEYS ARRIVE ASCENDING, SO EVERY WRITE
      * LANDS IN SEQUENCE; A REJECTED WRITE FAILS THE PROOF
      *****************************************************************
       350-RELOAD-NEW-CLUSTER.
           CLOSE UNLOAD-FILE.
           OPEN INPUT UNLOAD-FILE.
           EVALUATE WS-REORG-FILE-ID
               WHEN 'CASEMAST'
                   OPEN OUTPUT CASE-MASTER-NEW
               WHEN 'DISPATCH'
                   OPEN OUTPUT DISPATCH-INDEX-NEW
               WHEN 'ASGNMAST'
                   OPEN OUTPUT ASSIGN-MASTER-NEW
               WHEN 'NARRFILE'
                   OPEN OUTPUT NARRATIVE-NEW
               WHEN 'SERMBR  '
                   OPEN OUTPUT SERIES-MEMBER-NEW
           END-EVALUATE.
           MOVE WS-NEW-STATUS TO WS-NEW-OPEN-STATUS.
           IF WS-NEW-OPEN-STATUS = '00'
               PERFORM 360-RELOAD-RECORD UNTIL UNL-EOF
               PERFORM 370-CLOSE-NEW-CLUSTER
           ELSE
               DISPLAY '*** NEW ' WS-REORG-FILE-ID
                       ' CLUSTER DID NOT OPEN - STATUS '
                       WS-NEW-OPEN-STATUS ' ***'
           END-IF.
           CLOSE UNLOAD-FILE.

       360-RELOAD-RECORD.
           READ UNLOAD-FILE
               AT END MOVE 'Y' TO WS-UNL-EOF-SWITCH
           END-READ.
           IF NOT UNL-EOF
               EVALUATE WS-REORG-FILE-ID
                   WHEN 'CASEMAST'
                       MOVE UL-RECORD-IMAGE TO CASE-MASTER-NEW-REC
                       WRITE CASE-MASTER-NEW-REC
                           INVALID KEY CONTINUE
                       END-WRITE
                   WHEN 'DISPATCH'
                       MOVE UL-RECORD-IMAGE(1:8) TO DISPATCH-NEW-REC
                       WRITE DISPATCH-NEW-REC
                           INVALID KEY CONTINUE
                       END-WRITE
                   WHEN 'ASGNMAST'
                       MOVE UL-RECORD-IMAGE(1:30)
                            TO ASSIGN-MASTER-NEW-REC
                       WRITE ASSIGN-MASTER-NEW-REC
                           INVALID KEY CONTINUE
                       END-WRITE
                   WHEN 'NARRFILE'
                       MOVE UL-REC-LEN TO WS-NARR-NEW-LEN
                       MOVE UL-RECORD-IMAGE(1:211)
                            TO NARRATIVE-NEW-REC
                       WRITE NARRATIVE-NEW-REC
                           INVALID KEY CONTINUE
                       END-WRITE
                   WHEN 'SERMBR  '
                       MOVE UL-RECORD-IMAGE(1:76)
                            TO SERIES-MEMBER-NEW-REC
                       WRITE SERIES-MEMBER-NEW-REC
                           INVALID KEY CONTINUE
                       END-WRITE
               END-EVALUATE
               IF WS-NEW-STATUS = '00'
                   ADD 1 TO WS-RECS-RELOADED
               ELSE
                   ADD 1 TO WS-RELOAD-REJECTS
               END-IF
           END-IF.

       370-CLOSE-NEW-CLUSTER.
           EVALUATE WS-REORG-FILE-ID
               WHEN 'CASEMAST'
                   CLOSE CASE-MASTER-NEW
               WHEN 'DISPATCH'
                   CLOSE DISPATCH-INDEX-NEW
               WHEN 'ASGNMAST'
                   CLOSE ASSIGN-MASTER-NEW
               WHEN 'NARRFILE'
                   CLOSE NARRATIVE-NEW
               WHEN 'SERMBR  '
                   CLOSE SERIES-MEMBER-NEW
           END-EVALUATE.

      *****************************************************************
      * READ THE NEW CLUSTER BACK END TO END - ITS COUNT, KEY ORDER
      * AND HASH ARE THE AFTER SIDE OF THE PROOF
      *****************************************************************
       380-VERIFY-NEW-CLUSTER.
           IF WS-NEW-OPEN-STATUS = '00'
               MOVE 'N' TO WS-MST-EOF-SWITCH
               MOVE LOW-VALUES TO WS-PREV-KEY
               PERFORM 385-OPEN-NEW-FOR-READ
               IF WS-NEW-STATUS = '00'
                   PERFORM 390-READ-NEW-CLUSTER UNTIL MST-EOF
                   PERFORM 370-CLOSE-NEW-CLUSTER
               ELSE
                   MOVE WS-NEW-STATUS TO WS-NEW-OPEN-STATUS
               END-IF
           END-IF.

       385-OPEN-NEW-FOR-READ.
           EVALUATE WS-REORG-FILE-ID
               WHEN 'CASEMAST'
                   OPEN INPUT CASE-MASTER-NEW
                   IF WS-NEW-STATUS = '00'
                       MOVE LOW-VALUES TO CMN-CASE-NUMBER
                       START CASE-MASTER-NEW KEY NOT < CMN-CASE-NUMBER
                           INVALID KEY MOVE 'Y' TO WS-MST-EOF-SWITCH
                       END-START
                   END-IF
               WHEN 'DISPATCH'
                   OPEN INPUT DISPATCH-INDEX-NEW
                   IF WS-NEW-STATUS = '00'
                       MOVE LOW-VALUES TO DIN-CASE-NUMBER
                       START DISPATCH-INDEX-NEW
                           KEY NOT < DIN-CASE-NUMBER
                           INVALID KEY MOVE 'Y' TO WS-MST-EOF-SWITCH
                       END-START
                   END-IF
               WHEN 'ASGNMAST'
                   OPEN INPUT ASSIGN-MASTER-NEW
                   IF WS-NEW-STATUS = '00'
                       MOVE LOW-VALUES TO ASN-CASE-NUMBER
                       START ASSIGN-MASTER-NEW
                           KEY NOT < ASN-CASE-NUMBER
                           INVALID KEY MOVE 'Y' TO WS-MST-EOF-SWITCH
                       END-START
                   END-IF
               WHEN 'NARRFILE'
                   OPEN INPUT NARRATIVE-NEW
                   IF WS-NEW-STATUS = '00'
                       MOVE LOW-VALUES TO NRN-KEY
                       START NARRATIVE-NEW KEY NOT < NRN-KEY
                           INVALID KEY MOVE 'Y' TO WS-MST-EOF-SWITCH
                       END-START
                   END-IF
               WHEN 'SERMBR  '
                   OPEN INPUT SERIES-MEMBER-NEW
                   IF WS-NEW-STATUS = '00'
                       MOVE LOW-VALUES TO SMN-KEY
                       START SERIES-MEMBER-NEW KEY NOT < SMN-KEY
                           INVALID KEY MOVE 'Y' TO WS-MST-EOF-SWITCH
                       END-START
                   END-IF
           END-EVALUATE.

       390-READ-NEW-CLUSTER.
           MOVE SPACES TO WS-RECORD-IMAGE.
           EVALUATE WS-REORG-FILE-ID
               WHEN 'CASEMAST'
                   READ CASE-MASTER-NEW NEXT RECORD
                       AT END MOVE 'Y' TO WS-MST-EOF-SWITCH
                   END-READ
                   MOVE CASE-MASTER-NEW-REC TO WS-RECORD-IMAGE
               WHEN 'DISPATCH'
                   READ DISPATCH-INDEX-NEW NEXT RECORD
                       AT END MOVE 'Y' TO WS-MST-EOF-SWITCH
                   END-READ
                   MOVE DISPATCH-NEW-REC TO WS-RECORD-IMAGE
               WHEN 'ASGNMAST'
                   READ ASSIGN-MASTER-NEW NEXT RECORD
                       AT END MOVE 'Y' TO WS-MST-EOF-SWITCH
                   END-READ
                   MOVE ASSIGN-MASTER-NEW-REC TO WS-RECORD-IMAGE
               WHEN 'NARRFILE'
                   READ NARRATIVE-NEW NEXT RECORD
                       AT END MOVE 'Y' TO WS-MST-EOF-SWITCH
                   END-READ
                   MOVE NARRATIVE-NEW-REC TO WS-RECORD-IMAGE
               WHEN 'SERMBR  '
                   READ SERIES-MEMBER-NEW NEXT RECORD
                       AT END MOVE 'Y' TO WS-MST-EOF-SWITCH
                   END-READ
                   MOVE SERIES-MEMBER-NEW-REC TO WS-RECORD-IMAGE
           END-EVALUATE.
           IF NOT MST-EOF
               MOVE SPACES TO WS-CUR-KEY
               MOVE WS-RECORD-IMAGE(1:WS-KEY-LEN)
                    TO WS-CUR-KEY(1:WS-KEY-LEN)
               ADD 1 TO WS-RECS-AFTER
               IF WS-CUR-KEY NOT > WS-PREV-KEY
                   ADD 1 TO WS-ORDER-ERRS-AFTER
               END-IF
               MOVE WS-CUR-KEY TO WS-PREV-KEY
               PERFORM 320-COMPUTE-KEY-HASH
               ADD WS-REC-HASH TO WS-HASH-AFTER
           END-IF.

      *****************************************************************
      * THE PROOF - BOTH CLUSTERS OPENED, NO KEY OUT OF ORDER ON
      * EITHER PASS, NO REJECTED RELOAD, ALL FOUR COUNTS EQUAL AND
      * THE TWO HASHES EQUAL.  ANYTHING ELSE IS RC=8 AND THE JOB
      * LEAVES THE LIVE CLUSTER WHERE IT IS
      *****************************************************************
       400-EVALUATE-PROOF.
           IF WS-LIVE-OPEN-STATUS NOT = '00'
              OR WS-NEW-OPEN-STATUS NOT = '00'
              OR WS-ORDER-ERRS-BEFORE > 0
              OR WS-ORDER-ERRS-AFTER > 0
              OR WS-RELOAD-REJECTS > 0
              OR WS-RECS-UNLOADED NOT = WS-RECS-BEFORE
              OR WS-RECS-RELOADED NOT = WS-RECS-BEFORE
              OR WS-RECS-AFTER NOT = WS-RECS-BEFORE
              OR WS-HASH-AFTER NOT = WS-HASH-BEFORE
               MOVE 'N' TO WS-PROOF-SWITCH
           END-IF.

      *****************************************************************
       450-WRITE-PROOF-REPORT.
           MOVE WS-REORG-FILE-ID TO RGH-FILE-ID.
           MOVE WS-TODAY TO RGH-DATE.
           MOVE RGR-HEADING-1 TO RGR-OUT-REC.
           WRITE RGR-OUT-REC.
           MOVE SPACES TO RGR-OUT-REC.
           WRITE RGR-OUT-REC.
           MOVE 'RECORDS BEFORE (LIVE CLUSTER)' TO RGC-TEXT.
           MOVE WS-RECS-BEFORE TO RGC-COUNT.
           PERFORM 460-WRITE-COUNT-LINE.
           MOVE 'RECORDS UNLOADED' TO RGC-TEXT.
           MOVE WS-RECS-UNLOADED TO RGC-COUNT.
           PERFORM 460-WRITE-COUNT-LINE.
           MOVE 'RECORDS RELOADED' TO RGC-TEXT.
           MOVE WS-RECS-RELOADED TO RGC-COUNT.
           PERFORM 460-WRITE-COUNT-LINE.
           MOVE 'RECORDS AFTER (NEW CLUSTER)' TO RGC-TEXT.
           MOVE WS-RECS-AFTER TO RGC-COUNT.
           PERFORM 460-WRITE-COUNT-LINE.
           MOVE 'RELOAD WRITES REJECTED' TO RGC-TEXT.
           MOVE WS-RELOAD-REJECTS TO RGC-COUNT.
           PERFORM 460-WRITE-COUNT-LINE.
           MOVE 'KEYS OUT OF ORDER - LIVE CLUSTER' TO RGC-TEXT.
           MOVE WS-ORDER-ERRS-BEFORE TO RGC-COUNT.
           PERFORM 460-WRITE-COUNT-LINE.
           MOVE 'KEYS OUT OF ORDER - NEW CLUSTER' TO RGC-TEXT.
           MOVE WS-ORDER-ERRS-AFTER TO RGC-COUNT.
           PERFORM 460-WRITE-COUNT-LINE.
           MOVE 'KEY-SUM HASH BEFORE' TO RGK-TEXT.
           MOVE WS-HASH-BEFORE TO RGK-HASH.
           MOVE RGR-HASH-LINE TO RGR-OUT-REC.
           WRITE RGR-OUT-REC.
           MOVE 'KEY-SUM HASH AFTER' TO RGK-TEXT.
           MOVE WS-HASH-AFTER TO RGK-HASH.
           MOVE RGR-HASH-LINE TO RGR-OUT-REC.
           WRITE RGR-OUT-REC.
           MOVE SPACES TO RGR-OUT-REC.
           WRITE RGR-OUT-REC.
           IF PROOF-PASSED
               MOVE 'PROOF PASSED - NEW CLUSTER RELEASED FOR THE SWAP'
                    TO RGR-RESULT-LINE
           ELSE
               MOVE 'PROOF FAILED - RC=8, LIVE CLUSTER LEFT UNTOUCHED'
                    TO RGR-RESULT-LINE
           END-IF.
           MOVE RGR-RESULT-LINE TO RGR-OUT-REC.
           WRITE RGR-OUT-REC.

       460-WRITE-COUNT-LINE.
           MOVE RGR-COUNT-LINE TO RGR-OUT-REC.
           WRITE RGR-OUT-REC.

      *DISPLAY THE PROOF TOTALS****************************************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           DISPLAY 'Records Before            : ' WS-RECS-BEFORE.
           DISPLAY 'Records Unloaded          : ' WS-RECS-UNLOADED.
           DISPLAY 'Records Reloaded          : ' WS-RECS-RELOADED.
           DISPLAY 'Records After             : ' WS-RECS-AFTER.
           DISPLAY 'Key-Sum Hash Before       : ' WS-HASH-BEFORE.
           DISPLAY 'Key-Sum Hash After        : ' WS-HASH-AFTER.
           IF PROOF-PASSED
               DISPLAY 'Proof                     : PASSED'
           ELSE
               DISPLAY '*** PROOF FAILED - ' WS-REORG-FILE-ID
                       ' NOT SWAPPED ***'
           END-IF.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           IF WS-LIVE-OPEN-STATUS = '00'
               EVALUATE WS-REORG-FILE-ID
                   WHEN 'CASEMAST'
                       CLOSE CASE-MASTER-FILE
                   WHEN 'DISPATCH'
                       CLOSE DISPATCH-INDEX-FILE
                   WHEN 'ASGNMAST'
                       CLOSE ASSIGN-MASTER-FILE
                   WHEN 'NARRFILE'
                       CLOSE NARRATIVE-FILE
                   WHEN 'SERMBR  '
                       CLOSE SERIES-MEMBER-FILE
               END-EVALUATE
           END-IF.
           CLOSE REORG-REPORT-FILE.
           MOVE WS-RECS-BEFORE TO WS-AUDIT-READ.
           MOVE WS-RECS-AFTER TO WS-AUDIT-OUT.
           MOVE WS-REORG-FILE-ID TO WS-AUDIT-FILE-ID.
           IF PROOF-PASSED
               MOVE 'PROOF PASSED' TO WS-AUDIT-RESULT
           ELSE
               MOVE 'PROOF FAILED' TO WS-AUDIT-RESULT
               MOVE 8 TO RETURN-CODE
           END-IF.
           CALL CALL-AUDITLOG USING WS-PGM-ID WS-AUDIT-READ
                                    WS-AUDIT-OUT WS-AUDIT-FILE-ID
                                    WS-AUDIT-RESULT.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
