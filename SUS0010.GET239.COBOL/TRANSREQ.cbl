      *are watermarked as such.  The TRLOG fulfillment log records
      *who requested what and when, with the copy number, for the
      *registrar's audit.
      *
      *The request cards can also come off the REQINTK request
      *queue: REQREL releases the next waiting request for this
      *program onto the card file in the step ahead, and REQPOST
      *posts the completion status and output count back onto the
      *request's REQMAST record as the run ends.
      *
      *An OFFICIAL copy is refused for a student carrying an active
      *hold on HOLDMAST (see HOLDMNT) whose type blocks transcript
      *release: no copy number is taken, and the TRLOG row records
      *the request with disposition R and the hold type, office and
      *reason.  Unofficial copies are still issued.  Any refusal
      *ends the run RC=4.
      *
      *An OFFICIAL copy for a graduate prints the degree conferred,
      *the conferral date and any Latin honors (stamped on STUMAST
      *by GRADCONF) under the title line.
      *****************************************************************

       ID DIVISION.
           SELECT FULFILL-LOG-FILE ASSIGN TO TRLOG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-TRLOG-STATUS.
           SELECT HOLD-MASTER ASSIGN TO HOLDMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HM-KEY
           FILE STATUS IS WS-HOLDMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  SM-TERM-GPA                  PIC 9V999.
           05  SM-CUM-GPA                   PIC 9V999.
           05  SM-STANDING                  PIC X(1).
           05  SM-DEGREE                    PIC X(6).
           05  SM-CONFER-DATE               PIC X(8).
           05  SM-HONORS                    PIC X(1).
           05  FILLER                       PIC X(7).

      *****COURSE-TAKEN HISTORY - SEE LAB4*****************************
       FD  COURSE-FILE.

      *****************************************************************
      * FULFILLMENT LOG - WHO REQUESTED WHAT AND WHEN, WITH THE
      * OFFICIAL COPY NUMBER (ZERO FOR UNOFFICIAL OR REFUSED), AND
      * I ISSUED / R REFUSED WITH THE HOLD THAT REFUSED IT
      *****************************************************************
       FD  FULFILL-LOG-FILE.
       01  FULFILL-LOG-REC.
           05  TL-COPY-TYPE                 PIC X(1).
           05  TL-COPY-NUMBER               PIC 9(7).
           05  TL-REQUESTER                 PIC X(20).
           05  TL-DISPOSITION               PIC X(1).
           05  TL-REFUSAL-REASON            PIC X(30).
           05  FILLER                       PIC X(1).

      *****STUDENT HOLDS - SEE HOLDMNT*********************************
       FD  HOLD-MASTER.
       01  HOLD-MASTER-REC.
           05  HM-KEY.
               10  HM-STUDENT-ID            PIC X(6).
               10  HM-HOLD-TYPE             PIC X(4).
               10  HM-OFFICE                PIC X(4).
           05  HM-PLACED-DATE               PIC X(8).
           05  HM-RELEASE-DATE              PIC X(8).
           05  HM-BLOCK-REG                 PIC X(1).
           05  HM-BLOCK-TRANS               PIC X(1).
           05  HM-REASON                    PIC X(30).
           05  HM-PLACED-BY                 PIC X(8).
           05  HM-RELEASED-BY               PIC X(8).
           05  FILLER                       PIC X(12).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
              88 CRS-EOF                            VALUE 'Y'.
           05 WS-FOUND-SWITCH          PIC X        VALUE 'N'.
              88 WS-FOUND                           VALUE 'Y'.
           05 WS-HOLD-EOF-SWITCH       PIC X        VALUE 'N'.
              88 HOLD-EOF                           VALUE 'Y'.
           05 WS-HELD-SWITCH           PIC X        VALUE 'N'.
              88 STUDENT-HELD                       VALUE 'Y'.
       01 WS-TRSEQ-STATUS              PIC XX.
       01 WS-HOLDMAST-STATUS           PIC XX.
       01 WS-REFUSAL-REASON            PIC X(30).
       01 WS-TRLOG-STATUS              PIC XX.
       01 WS-RUN-TIMESTAMP             PIC X(14).

       01 WS-NEXT-COPY-NUMBER      PIC 9(7)     VALUE 1.
       01 WS-THIS-COPY-NUMBER      PIC 9(7).

      *****ACTIVE TRANSCRIPT-BLOCKING HOLDS AS OF TODAY****************
       01 WS-HLD-TAB-MAX           PIC 9(4)     VALUE 0.
       01 WS-HLD-TABLE.
           05 WS-HLD-ENTRY OCCURS 1000 TIMES
                             INDEXED BY HLD-IDX.
              10 WS-HLD-STUDENT        PIC X(6).
              10 WS-HLD-TYPE           PIC X(4).
              10 WS-HLD-OFFICE         PIC X(4).
              10 WS-HLD-REASON         PIC X(30).

      *****STUDENT TABLE***********************************************
       01 WS-STU-TAB-MAX           PIC 9(4)     VALUE 0.
       01 WS-STU-TABLE.
              10 WS-STU-NAME           PIC X(32).
              10 WS-STU-PROGRAM        PIC X(4).
              10 WS-STU-CUM-GPA        PIC 9V999.
              10 WS-STU-DEGREE         PIC X(6).
              10 WS-STU-CONFER-DATE    PIC X(8).
              10 WS-STU-HONORS         PIC X(1).

      *****COURSE HISTORY TABLE****************************************
       01 WS-CRS-TAB-MAX           PIC 9(4)     VALUE 0.
       01 WS-UNOFFICIAL-ISSUEDZ    PIC ZZ9.
       01 WS-REQUESTS-REJECTED     PIC 9(3)     VALUE 0.
       01 WS-REQUESTS-REJECTEDZ    PIC ZZ9.
       01 WS-OFFICIAL-REFUSED      PIC 9(3)     VALUE 0.
       01 WS-OFFICIAL-REFUSEDZ     PIC ZZ9.

      *****TRANSCRIPT COPY LINE LAYOUTS********************************
       01  TRC-RULE-LINE.
           05  TRT-NAME       PIC X(32).
           05                 PIC X(6)  VALUE ' GPA: '.
           05  TRT-GPA        PIC 9.999.
       01  TRC-DEGREE-LINE.
           05                 PIC X(18) VALUE 'DEGREE CONFERRED: '.
           05  TRG-DEGREE     PIC X(6).
           05                 PIC X(2)  VALUE SPACES.
           05  TRG-CONFER-DATE PIC X(8).
           05                 PIC X(2)  VALUE SPACES.
           05  TRG-HONORS     PIC X(15).
       01  TRC-COURSE-LINE.
           05                 PIC X(4)  VALUE SPACES.
           05  TRD-TERM       PIC X(5).
           05                 PIC X(2)  VALUE SPACES.
           05  TRD-GRADE      PIC X(1).

      *****REQUEST-QUEUE COMPLETION POSTING****************************
       01  CALL-REQPOST                   PIC X(8) VALUE 'REQPOST'.
       01  WS-QUEUE-PGM-ID                PIC X(8) VALUE 'TRANSREQ'.
       01  WS-QUEUE-STATUS                PIC X(1) VALUE 'C'.
       01  WS-QUEUE-OUTPUT-COUNT          PIC 9(7) VALUE 0.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
           PERFORM 450-REWRITE-COPY-COUNTER.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           IF WS-OFFICIAL-REFUSED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       END-MAIN-PROGRAM.

           OPEN INPUT COURSE-FILE.
           PERFORM 160-READ-COURSE-REC UNTIL CRS-EOF.
           CLOSE COURSE-FILE.
           PERFORM 170-LOAD-BLOCKING-HOLDS.

       155-READ-STUDENT-REC.
           READ STUDENT-MASTER
               MOVE SM-PROGRAM-CODE
                    TO WS-STU-PROGRAM(WS-STU-TAB-MAX)
               MOVE SM-CUM-GPA TO WS-STU-CUM-GPA(WS-STU-TAB-MAX)
               MOVE SM-DEGREE TO WS-STU-DEGREE(WS-STU-TAB-MAX)
               MOVE SM-CONFER-DATE
                    TO WS-STU-CONFER-DATE(WS-STU-TAB-MAX)
               MOVE SM-HONORS TO WS-STU-HONORS(WS-STU-TAB-MAX)
           END-IF.

       160-READ-COURSE-REC.
               END-IF
           END-IF.

      *****************************************************************
      * HOLDS THAT BLOCK TRANSCRIPT RELEASE AND ARE STILL ACTIVE
      * TODAY - NO HOLD MASTER YET MEANS NO STUDENT IS HELD
      *****************************************************************
       170-LOAD-BLOCKING-HOLDS.
           OPEN INPUT HOLD-MASTER.
           IF WS-HOLDMAST-STATUS NOT = '00'
               MOVE 'Y' TO WS-HOLD-EOF-SWITCH
           ELSE
               MOVE LOW-VALUES TO HM-KEY
               START HOLD-MASTER KEY NOT < HM-KEY
                   INVALID KEY MOVE 'Y' TO WS-HOLD-EOF-SWITCH
               END-START
           END-IF.
           PERFORM 175-READ-HOLD-REC UNTIL HOLD-EOF.
           IF WS-HOLDMAST-STATUS = '00' OR WS-HOLDMAST-STATUS = '10'
               CLOSE HOLD-MASTER
           END-IF.

       175-READ-HOLD-REC.
           READ HOLD-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-HOLD-EOF-SWITCH
           END-READ.
           IF NOT HOLD-EOF
               IF HM-BLOCK-TRANS = 'Y'
                  AND HM-PLACED-DATE NOT > WS-RUN-TIMESTAMP(1:8)
                  AND (HM-RELEASE-DATE = SPACES
                       OR HM-RELEASE-DATE > WS-RUN-TIMESTAMP(1:8))
                  AND WS-HLD-TAB-MAX < 1000
                   ADD 1 TO WS-HLD-TAB-MAX
                   MOVE HM-STUDENT-ID
                       TO WS-HLD-STUDENT(WS-HLD-TAB-MAX)
                   MOVE HM-HOLD-TYPE TO WS-HLD-TYPE(WS-HLD-TAB-MAX)
                   MOVE HM-OFFICE TO WS-HLD-OFFICE(WS-HLD-TAB-MAX)
                   MOVE HM-REASON TO WS-HLD-REASON(WS-HLD-TAB-MAX)
               END-IF
           END-IF.

      *****************************************************************
      * THE COUNTER FILE IS ABSENT BEFORE THE FIRST OFFICIAL COPY -
      * NUMBERING THEN STARTS AT ONE
               DISPLAY '*** TRANSCRIPT REQUEST FOR UNKNOWN '
                       'STUDENT *** ID: ' TQ-STUDENT-ID
           ELSE
               MOVE 'N' TO WS-HELD-SWITCH
               MOVE SPACES TO WS-REFUSAL-REASON
               IF TQ-COPY-TYPE = 'O'
                   PERFORM 318-CHECK-HOLDS
               END-IF
               IF STUDENT-HELD
                   ADD 1 TO WS-OFFICIAL-REFUSED
                   MOVE 0 TO WS-THIS-COPY-NUMBER
                   DISPLAY '*** OFFICIAL COPY REFUSED *** ID: '
                           TQ-STUDENT-ID ' - ' WS-REFUSAL-REASON
               ELSE
                   IF TQ-COPY-TYPE = 'O'
                       ADD 1 TO WS-OFFICIAL-ISSUED
                       MOVE WS-NEXT-COPY-NUMBER
                           TO WS-THIS-COPY-NUMBER
                       ADD 1 TO WS-NEXT-COPY-NUMBER
                   ELSE
                       ADD 1 TO WS-UNOFFICIAL-ISSUED
                       MOVE 0 TO WS-THIS-COPY-NUMBER
                   END-IF
                   PERFORM 320-WRITE-TRANSCRIPT-COPY
               END-IF
               PERFORM 340-WRITE-FULFILL-LOG
           END-IF.

               SET STU-IDX UP BY 1
           END-IF.

      *THE FIRST BLOCKING HOLD FOUND IS THE ONE LOGGED*****************
       318-CHECK-HOLDS.
           SET HLD-IDX TO 1.
           PERFORM 319-SEARCH-HOLDS
               UNTIL HLD-IDX > WS-HLD-TAB-MAX OR STUDENT-HELD.

       319-SEARCH-HOLDS.
           IF WS-HLD-STUDENT(HLD-IDX) = TQ-STUDENT-ID
               MOVE 'Y' TO WS-HELD-SWITCH
               STRING 'HOLD ' WS-HLD-TYPE(HLD-IDX) ' '
                      WS-HLD-OFFICE(HLD-IDX) ' '
                      WS-HLD-REASON(HLD-IDX)
                   DELIMITED BY SIZE INTO WS-REFUSAL-REASON
           ELSE
               SET HLD-IDX UP BY 1
           END-IF.

       320-WRITE-TRANSCRIPT-COPY.
           MOVE TRC-RULE-LINE TO TRC-OUT-REC.
           WRITE TRC-OUT-REC.
           MOVE WS-STU-CUM-GPA(STU-IDX) TO TRT-GPA.
           MOVE TRC-TITLE-LINE TO TRC-OUT-REC.
           WRITE TRC-OUT-REC.
           IF TQ-COPY-TYPE = 'O'
              AND WS-STU-CONFER-DATE(STU-IDX) NOT = SPACES
               PERFORM 325-WRITE-DEGREE-LINE
           END-IF.
           PERFORM 330-WRITE-COURSE-LINE
               VARYING WS-CRS-SUB FROM 1 BY 1
               UNTIL WS-CRS-SUB > WS-CRS-TAB-MAX.

       325-WRITE-DEGREE-LINE.
           MOVE WS-STU-DEGREE(STU-IDX) TO TRG-DEGREE.
           MOVE WS-STU-CONFER-DATE(STU-IDX) TO TRG-CONFER-DATE.
           EVALUATE WS-STU-HONORS(STU-IDX)
               WHEN 'S'
                   MOVE 'SUMMA CUM LAUDE' TO TRG-HONORS
               WHEN 'M'
                   MOVE 'MAGNA CUM LAUDE' TO TRG-HONORS
               WHEN 'C'
                   MOVE 'CUM LAUDE' TO TRG-HONORS
               WHEN OTHER
                   MOVE SPACES TO TRG-HONORS
           END-EVALUATE.
           MOVE TRC-DEGREE-LINE TO TRC-OUT-REC.
           WRITE TRC-OUT-REC.

       330-WRITE-COURSE-LINE.
           IF WS-CRS-STUDENT(WS-CRS-SUB) = TQ-STUDENT-ID
               MOVE WS-CRS-TERM(WS-CRS-SUB) TO TRD-TERM
           END-IF.

       340-WRITE-FULFILL-LOG.
           MOVE SPACES TO FULFILL-LOG-REC.
           MOVE WS-RUN-TIMESTAMP TO TL-TIMESTAMP.
           MOVE TQ-STUDENT-ID TO TL-STUDENT-ID.
           MOVE TQ-COPY-TYPE TO TL-COPY-TYPE.
           MOVE WS-THIS-COPY-NUMBER TO TL-COPY-NUMBER.
           MOVE TQ-REQUESTER TO TL-REQUESTER.
           IF STUDENT-HELD
               MOVE 'R' TO TL-DISPOSITION
           ELSE
               MOVE 'I' TO TL-DISPOSITION
           END-IF.
           MOVE WS-REFUSAL-REASON TO TL-REFUSAL-REASON.
           WRITE FULFILL-LOG-REC.

      *THE COUNTER FILE IS REWRITTEN WHOLE WITH THE NEXT NUMBER********
           DISPLAY 'Unofficial Copies Issued  : ' WS-UNOFFICIAL-ISSUEDZ.
           MOVE WS-REQUESTS-REJECTED TO WS-REQUESTS-REJECTEDZ.
           DISPLAY 'Requests Rejected         : ' WS-REQUESTS-REJECTEDZ.
           MOVE WS-OFFICIAL-REFUSED TO WS-OFFICIAL-REFUSEDZ.
           DISPLAY 'Official Refused For Hold : ' WS-OFFICIAL-REFUSEDZ.
           DISPLAY 'Next Official Copy Number : ' WS-NEXT-COPY-NUMBER.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           MOVE 'C' TO WS-QUEUE-STATUS.
           COMPUTE WS-QUEUE-OUTPUT-COUNT =
               WS-OFFICIAL-ISSUED + WS-UNOFFICIAL-ISSUED.
           PERFORM 650-POST-QUEUE-REQUEST.
           CLOSE REQUEST-CARD-FILE
                 TRANSCRIPT-COPY-FILE
                 FULFILL-LOG-FILE.

      *****************************************************************
      * A RUN RELEASED OFF THE REQUEST QUEUE POSTS ITS OUTCOME BACK;
      * A HAND-KEYED RUN HAS NO TOKEN AND REQPOST LEAVES IT ALONE
      *****************************************************************
       650-POST-QUEUE-REQUEST.
           CALL CALL-REQPOST USING WS-QUEUE-PGM-ID WS-QUEUE-STATUS
                                   WS-QUEUE-OUTPUT-COUNT.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
