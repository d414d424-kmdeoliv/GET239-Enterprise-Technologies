      *grades post) so the transcript run consumes a controlled,
      *edited file; the job sorts them into the student order LAB4
      *expects.
      *
      *An ADD is also refused for a student carrying a hold on
      *HOLDMAST (see HOLDMNT) whose type blocks registration and
      *which was active on the ADD's transaction date (the REGCTL
      *TSTR term start for an undated registration-period card), so
      *a rerun over the term's cards gives the same answer - the
      *hold type, office and reason go on the REGREJ line so the
      *student can be sent to the office that placed it.  DROPs are
      *still taken from a held student.
      *
      *An ADD is also refused when the section's SECSCHED meeting
      *pattern (see SCHDVAL) overlaps a section the student already
      *holds for the term - a shared meeting day with each starting
      *before the other ends.  A section with no SECSCHED row is
      *not checked.
      *
      *Each COURSEIN row written also goes to REGSECT with the
      *section it was taken in - COURSEIN carries no section - so
      *the end-of-term grade rosters (see ROSTGEN and ROSTPOST) can
      *be built and checked per course-section.
      *
      *A transaction may carry its effective date.  Every accepted
      *registration that stood on the REGCTL census date (CENS) -
      *added undated or on or before census, and not dropped on or
      *before census - goes to REGCENS, so activity after census
      *never reaches the state census figures (see CENSNAP).  An
      *undated card counts as registration-period activity; cards
      *keyed after census must carry their date.
      *
      *Every DROP applied goes to REGWDRL stamped with the student's
      *last date of attendance in the section and the meetings
      *present and recorded from ATTMAST (see ATTPOST) - blank when
      *no roll was ever taken for the student - and typed W, a
      *withdrawal, when dated after census, D otherwise, so
      *financial aid has the last date attended for each one.
      *****************************************************************

       ID DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REG-CTL-FILE ASSIGN TO REGCTL
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SECTION-SCHED-FILE ASSIGN TO SECSCHED
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-MASTER ASSIGN TO HOLDMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HM-KEY
           FILE STATUS IS WS-HOLDMAST-STATUS.
           SELECT ATTEND-MASTER ASSIGN TO ATTMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS AM-KEY
           FILE STATUS IS WS-ATTMAST-STATUS.
           SELECT COURSE-FILE-OUT ASSIGN TO COURSEOT
           ORGANIZATION IS SEQUENTIAL.
           SELECT SECTION-ENROLL-FILE ASSIGN TO REGSECT
           ORGANIZATION IS SEQUENTIAL.
           SELECT CENSUS-ENROLL-FILE ASSIGN TO REGCENS
           ORGANIZATION IS SEQUENTIAL.
           SELECT WITHDRAWAL-FILE ASSIGN TO REGWDRL
           ORGANIZATION IS SEQUENTIAL.
           SELECT WAITLIST-FILE ASSIGN TO REGWAIT
           ORGANIZATION IS SEQUENTIAL.
           SELECT REJECT-REPORT-FILE ASSIGN TO REGREJ
           05  RG-SECTION                   PIC X(2).
           05  FILLER                       PIC X.
           05  RG-TERM                      PIC X(5).
           05  FILLER                       PIC X.
           05  RG-TRAN-DATE                 PIC X(8).

      *****STUDENT MASTER - SEE LAB4***********************************
       FD  STUDENT-MASTER.
           05  SM-TERM-GPA                  PIC 9V999.
           05  SM-CUM-GPA                   PIC 9V999.
           05  SM-STANDING                  PIC X(1).
           05  FILLER                       PIC X(22).

      *****COURSE CATALOG - SEE LAB4***********************************
       FD  COURSE-CATALOG-FILE.
           05  FILLER                       PIC X.
           05  RGC-VALUE                    PIC X(9).

      *****SECTION SCHEDULE MASTER - SEE SCHDVAL***********************
       FD  SECTION-SCHED-FILE.
       01  SECTION-SCHED-REC.
           05  SS-TERM                      PIC X(5).
           05  FILLER                       PIC X.
           05  SS-COURSE-ID                 PIC X(6).
           05  FILLER                       PIC X.
           05  SS-SECTION                   PIC X(2).
           05  FILLER                       PIC X.
           05  SS-DAYS                      PIC X(7).
           05  FILLER                       PIC X.
           05  SS-START-TIME                PIC 9(4).
           05  FILLER                       PIC X.
           05  SS-END-TIME                  PIC 9(4).
           05  FILLER                       PIC X.
           05  SS-ROOM                      PIC X(8).
           05  FILLER                       PIC X.
           05  SS-INSTRUCTOR-ID             PIC X(6).

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

      *****ATTENDANCE MASTER - SEE ATTPOST*****************************
       FD  ATTEND-MASTER.
       01  ATTEND-MASTER-REC.
           05  AM-KEY.
               10  AM-TERM                  PIC X(5).
               10  AM-COURSE-ID             PIC X(6).
               10  AM-SECTION               PIC X(2).
               10  AM-STUDENT-ID            PIC X(6).
           05  AM-LAST-ATTENDED             PIC X(8).
           05  AM-LAST-MEETING              PIC X(8).
           05  AM-MEETINGS                  PIC 9(3).
           05  AM-PRESENT                   PIC 9(3).
           05  AM-ABSENT                    PIC 9(3).
           05  AM-EXCUSED                   PIC 9(3).
           05  AM-CONSEC-ABSENT             PIC 9(3).
           05  FILLER                       PIC X(10).

      *****THE TERM'S CONTROLLED COURSEIN - GRADE BLANK UNTIL POSTED***
       FD  COURSE-FILE-OUT.
       01  COURSE-OUT-REC.
           05  CRO-LETTER-GRADE             PIC X.
           05  CRO-TERM                     PIC X(5).

      *****SECTION ENROLLMENT - THE COURSEIN ROWS WITH THEIR SECTION***
       FD  SECTION-ENROLL-FILE.
       01  SECTION-ENROLL-REC.
           05  SE-STUDENT-ID                PIC X(6).
           05  SE-COURSE-ID                 PIC X(6).
           05  SE-SECTION                   PIC X(2).
           05  SE-TERM                      PIC X(5).

      *****CENSUS ENROLLMENT - REGISTRATIONS STANDING AT CENSUS********
       FD  CENSUS-ENROLL-FILE.
       01  CENSUS-ENROLL-REC.
           05  CE-STUDENT-ID                PIC X(6).
           05  CE-COURSE-ID                 PIC X(6).
           05  CE-SECTION                   PIC X(2).
           05  CE-CREDIT-HOURS              PIC 9V9.
           05  CE-TERM                      PIC X(5).

      *****************************************************************
      * DROPS AND WITHDRAWALS WITH THE LAST DATE OF ATTENDANCE - TYPE
      * W DATED AFTER CENSUS, D OTHERWISE
      *****************************************************************
       FD  WITHDRAWAL-FILE.
       01  WITHDRAWAL-REC.
           05  WR-STUDENT-ID                PIC X(6).
           05  WR-COURSE-ID                 PIC X(6).
           05  WR-SECTION                   PIC X(2).
           05  WR-TERM                      PIC X(5).
           05  WR-DROP-DATE                 PIC X(8).
           05  WR-TYPE                      PIC X(1).
           05  WR-LAST-ATTENDED             PIC X(8).
           05  WR-MEETINGS-PRESENT          PIC 9(3).
           05  WR-MEETINGS                  PIC 9(3).

      *****WAITLIST - ARRIVAL ORDER PER FULL SECTION*******************
       FD  WAITLIST-FILE.
       01  WAITLIST-REC.
              88 CAP-EOF                            VALUE 'Y'.
           05 WS-CTL-EOF               PIC X        VALUE 'N'.
              88 CTL-EOF                            VALUE 'Y'.
           05 WS-HOLD-EOF-SWITCH       PIC X        VALUE 'N'.
              88 HOLD-EOF                           VALUE 'Y'.
           05 WS-SCH-EOF-SWITCH        PIC X        VALUE 'N'.
              88 SCH-EOF                            VALUE 'Y'.
           05 WS-OVERLAP-SWITCH        PIC X        VALUE 'N'.
              88 TIMES-OVERLAP                      VALUE 'Y'.
           05 WS-FOUND-SWITCH          PIC X        VALUE 'N'.
              88 WS-FOUND                           VALUE 'Y'.
           05 WS-TRAN-VALID-SWITCH     PIC X        VALUE 'Y'.
              88 TRAN-VALID                         VALUE 'Y'.
           05 WS-ATT-AVAIL-SWITCH      PIC X        VALUE 'N'.
              88 ATT-AVAILABLE                      VALUE 'Y'.

      *****PROBATION HOUR LIMIT - DEFAULT OVERRIDDEN BY REGCTL*********
       01 WS-PROBATION-MAX-HOURS   PIC 9(2)V9   VALUE 9.0.

      *****CENSUS DATE - NO CENS ROW COUNTS EVERY REGISTRATION*********
       01 WS-CENSUS-DATE           PIC X(8)     VALUE HIGH-VALUES.

      *****ATTENDANCE MASTER - NONE YET MEANS NO DROP IS STAMPED*******
       01 WS-ATTMAST-STATUS        PIC XX.

      *****TERM START - UNDATED CARDS ARE CHECKED FOR HOLDS AS OF IT***
       01 WS-TERM-START            PIC X(8)     VALUE SPACES.

      *****REGISTRATION-BLOCKING HOLDS WITH PLACED/RELEASE DATES*******
       01 WS-HOLDMAST-STATUS       PIC XX.
       01 WS-TODAY                 PIC X(8).
       01 WS-EFFECTIVE-DATE        PIC X(8).
       01 WS-HLD-TAB-MAX           PIC 9(4)     VALUE 0.
       01 WS-HLD-TABLE.
           05 WS-HLD-ENTRY OCCURS 1000 TIMES
                             INDEXED BY HLD-IDX.
              10 WS-HLD-STUDENT        PIC X(6).
              10 WS-HLD-TYPE           PIC X(4).
              10 WS-HLD-OFFICE         PIC X(4).
              10 WS-HLD-REASON         PIC X(30).
              10 WS-HLD-PLACED         PIC X(8).
              10 WS-HLD-RELEASE        PIC X(8).

      *****STUDENT TABLE - ID, STANDING********************************
       01 WS-STU-TAB-MAX           PIC 9(4)     VALUE 0.
       01 WS-STU-TABLE.
              10 WS-SEC-CAPACITY       PIC 9(3).
              10 WS-SEC-ENROLLED       PIC 9(3).

      *****SECTION MEETING PATTERNS FROM SECSCHED**********************
       01 WS-SCH-TAB-MAX           PIC 9(3)     VALUE 0.
       01 WS-SCH-TABLE.
           05 WS-SCH-ENTRY OCCURS 500 TIMES
                             INDEXED BY SCH-IDX.
              10 WS-SCH-TERM           PIC X(5).
              10 WS-SCH-COURSE         PIC X(6).
              10 WS-SCH-SECTION        PIC X(2).
              10 WS-SCH-DAYS           PIC X(7).
              10 WS-SCH-START          PIC 9(4).
              10 WS-SCH-END            PIC 9(4).
       01 WS-FIND-COURSE           PIC X(6).
       01 WS-FIND-SECTION          PIC X(2).
       01 WS-NEW-DAYS              PIC X(7).
       01 WS-NEW-START             PIC 9(4).
       01 WS-NEW-END               PIC 9(4).
       01 WS-DAY-SUB               PIC 9(1).

      *****ACCEPTED REGISTRATIONS FOR THE TERM*************************
       01 WS-ACC-TAB-MAX           PIC 9(4)     VALUE 0.
       01 WS-ACC-TABLE.
              10 WS-ACC-HOURS          PIC 9V9.
              10 WS-ACC-TERM           PIC X(5).
              10 WS-ACC-DROPPED        PIC X(1).
              10 WS-ACC-AT-CENSUS      PIC X(1).
       01 WS-ACC-SUB               PIC 9(4).
       01 WS-STUDENT-HOURS         PIC 9(3)V9.
       01 WS-REJECT-REASON         PIC X(30).
       01 WS-WAITLISTEDZ           PIC ZZ,ZZ9.
       01 WS-TRAN-REJECTED         PIC 9(5)     VALUE 0.
       01 WS-TRAN-REJECTEDZ        PIC ZZ,ZZ9.
       01 WS-HOLD-REJECTED         PIC 9(5)     VALUE 0.
       01 WS-HOLD-REJECTEDZ        PIC ZZ,ZZ9.
       01 WS-COURSEIN-WRITTEN      PIC 9(5)     VALUE 0.
       01 WS-COURSEIN-WRITTENZ     PIC ZZ,ZZ9.
       01 WS-CENSUS-WRITTEN        PIC 9(5)     VALUE 0.
       01 WS-CENSUS-WRITTENZ       PIC ZZ,ZZ9.
       01 WS-WITHDRAWALS           PIC 9(5)     VALUE 0.
       01 WS-WITHDRAWALSZ          PIC ZZ,ZZ9.
       01 WS-LDA-STAMPED           PIC 9(5)     VALUE 0.
       01 WS-LDA-STAMPEDZ          PIC ZZ,ZZ9.

      *****REJECT REPORT LINE******************************************
       01  REJ-HEADING-1.
           OPEN INPUT REG-CTL-FILE.
           PERFORM 170-READ-REGCTL-REC UNTIL CTL-EOF.
           CLOSE REG-CTL-FILE.
           PERFORM 175-LOAD-BLOCKING-HOLDS.
           OPEN INPUT SECTION-SCHED-FILE.
           PERFORM 180-READ-SCHEDULE-REC UNTIL SCH-EOF.
           CLOSE SECTION-SCHED-FILE.

       155-READ-STUDENT-REC.
           READ STUDENT-MASTER
               AT END MOVE 'Y' TO WS-CTL-EOF
           END-READ.
           IF NOT CTL-EOF
               EVALUATE RGC-TYPE
                   WHEN 'PRBH'
                       COMPUTE WS-PROBATION-MAX-HOURS =
                               FUNCTION NUMVAL(RGC-VALUE)
                   WHEN 'CENS'
                       MOVE RGC-VALUE(1:8) TO WS-CENSUS-DATE
                   WHEN 'TSTR'
                       MOVE RGC-VALUE(1:8) TO WS-TERM-START
               END-EVALUATE
           END-IF.

      *****************************************************************
      * EVERY HOLD THAT BLOCKS REGISTRATION, WITH ITS PLACED AND
      * RELEASE DATES - EACH ADD IS CHECKED AS OF ITS OWN TRANSACTION
      * DATE SO A RERUN OVER THE TERM'S CARDS GIVES THE SAME ANSWER.
      * NO HOLD MASTER YET MEANS NO STUDENT IS HELD
      *****************************************************************
       175-LOAD-BLOCKING-HOLDS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           OPEN INPUT HOLD-MASTER.
           IF WS-HOLDMAST-STATUS NOT = '00'
               MOVE 'Y' TO WS-HOLD-EOF-SWITCH
           ELSE
               MOVE LOW-VALUES TO HM-KEY
               START HOLD-MASTER KEY NOT < HM-KEY
                   INVALID KEY MOVE 'Y' TO WS-HOLD-EOF-SWITCH
               END-START
           END-IF.
           PERFORM 176-READ-HOLD-REC UNTIL HOLD-EOF.
           IF WS-HOLDMAST-STATUS = '00' OR WS-HOLDMAST-STATUS = '10'
               CLOSE HOLD-MASTER
           END-IF.

       176-READ-HOLD-REC.
           READ HOLD-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-HOLD-EOF-SWITCH
           END-READ.
           IF NOT HOLD-EOF
               IF HM-BLOCK-REG = 'Y' AND WS-HLD-TAB-MAX < 1000
                   ADD 1 TO WS-HLD-TAB-MAX
                   MOVE HM-STUDENT-ID
                       TO WS-HLD-STUDENT(WS-HLD-TAB-MAX)
                   MOVE HM-HOLD-TYPE TO WS-HLD-TYPE(WS-HLD-TAB-MAX)
                   MOVE HM-OFFICE TO WS-HLD-OFFICE(WS-HLD-TAB-MAX)
                   MOVE HM-REASON TO WS-HLD-REASON(WS-HLD-TAB-MAX)
                   MOVE HM-PLACED-DATE
                       TO WS-HLD-PLACED(WS-HLD-TAB-MAX)
                   MOVE HM-RELEASE-DATE
                       TO WS-HLD-RELEASE(WS-HLD-TAB-MAX)
               END-IF
           END-IF.

      *A ROW WITH BAD TIMES CANNOT BE COMPARED - SCHDVAL REPORTS IT****
       180-READ-SCHEDULE-REC.
           READ SECTION-SCHED-FILE
               AT END MOVE 'Y' TO WS-SCH-EOF-SWITCH
           END-READ.
           IF NOT SCH-EOF
               IF SS-START-TIME NUMERIC AND SS-END-TIME NUMERIC
                  AND SS-START-TIME < SS-END-TIME
                  AND WS-SCH-TAB-MAX < 500
                   ADD 1 TO WS-SCH-TAB-MAX
                   MOVE SS-TERM TO WS-SCH-TERM(WS-SCH-TAB-MAX)
                   MOVE SS-COURSE-ID TO WS-SCH-COURSE(WS-SCH-TAB-MAX)
                   MOVE SS-SECTION TO WS-SCH-SECTION(WS-SCH-TAB-MAX)
                   MOVE SS-DAYS TO WS-SCH-DAYS(WS-SCH-TAB-MAX)
                   MOVE SS-START-TIME TO WS-SCH-START(WS-SCH-TAB-MAX)
                   MOVE SS-END-TIME TO WS-SCH-END(WS-SCH-TAB-MAX)
               END-IF
           END-IF.

       200-OPEN-FILES.
           OPEN INPUT REG-TRAN-FILE.
           OPEN OUTPUT COURSE-FILE-OUT.
           OPEN OUTPUT SECTION-ENROLL-FILE.
           OPEN OUTPUT CENSUS-ENROLL-FILE.
           OPEN OUTPUT WITHDRAWAL-FILE.
           OPEN OUTPUT WAITLIST-FILE.
           OPEN INPUT ATTEND-MASTER.
           IF WS-ATTMAST-STATUS = '00'
               MOVE 'Y' TO WS-ATT-AVAIL-SWITCH
           END-IF.
           OPEN OUTPUT REJECT-REPORT-FILE.
           MOVE REJ-HEADING-1 TO REJ-OUT-REC.
           WRITE REJ-OUT-REC.
           END-READ.
           IF NOT TRAN-EOF
               ADD 1 TO WS-TRAN-READ
               EVALUATE TRUE
                   WHEN RG-TRAN-DATE NOT = SPACES
                    AND RG-TRAN-DATE NOT NUMERIC
                       MOVE 'INVALID TRANSACTION DATE'
                           TO WS-REJECT-REASON
                       PERFORM 390-WRITE-REJECT-LINE
                   WHEN RG-ACTION = 'ADD'
                       PERFORM 310-APPLY-ONE-ADD
                   WHEN RG-ACTION = 'DRP'
                       PERFORM 350-APPLY-ONE-DROP
                   WHEN OTHER
                       MOVE 'UNKNOWN ACTION CODE'

      *****************************************************************
      * AN ADD MUST NAME A KNOWN STUDENT AND AN ACTIVE CATALOGED
      * COURSE, CARRY NO REGISTRATION HOLD, RESPECT THE PROBATION
      * HOUR LIMIT, AND FIND A SEAT - A FULL SECTION WAITLISTS
      * INSTEAD OF REJECTING
      *****************************************************************
       310-APPLY-ONE-ADD.
           MOVE 'Y' TO WS-TRAN-VALID-SWITCH.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM 315-CHECK-STUDENT.
           IF TRAN-VALID
               PERFORM 318-CHECK-HOLDS
           END-IF.
           IF TRAN-VALID
               PERFORM 320-CHECK-CATALOG
           END-IF.
           IF TRAN-VALID
               PERFORM 325-CHECK-DUPLICATE
           END-IF.
           IF TRAN-VALID
               PERFORM 327-CHECK-TIME-CONFLICT
           END-IF.
           IF TRAN-VALID
              AND WS-STU-STANDING(STU-IDX) = 'P'
               PERFORM 330-CHECK-PROBATION-LOAD
               SET STU-IDX UP BY 1
           END-IF.

      *THE FIRST BLOCKING HOLD FOUND IS THE ONE REPORTED***************
      *A HOLD BLOCKS ONLY IF ACTIVE ON THE ADD'S TRANSACTION DATE - AN
      *UNDATED CARD IS TAKEN AS OF TERM START, OR TODAY IF NO TSTR ROW
       318-CHECK-HOLDS.
           IF RG-TRAN-DATE NOT = SPACES
               MOVE RG-TRAN-DATE TO WS-EFFECTIVE-DATE
           ELSE
               IF WS-TERM-START NOT = SPACES
                   MOVE WS-TERM-START TO WS-EFFECTIVE-DATE
               ELSE
                   MOVE WS-TODAY TO WS-EFFECTIVE-DATE
               END-IF
           END-IF.
           SET HLD-IDX TO 1.
           PERFORM 319-SEARCH-HOLDS
               UNTIL HLD-IDX > WS-HLD-TAB-MAX OR NOT TRAN-VALID.

       319-SEARCH-HOLDS.
           IF WS-HLD-STUDENT(HLD-IDX) = RG-STUDENT-ID
              AND WS-HLD-PLACED(HLD-IDX) NOT > WS-EFFECTIVE-DATE
              AND (WS-HLD-RELEASE(HLD-IDX) = SPACES
                   OR WS-HLD-RELEASE(HLD-IDX) > WS-EFFECTIVE-DATE)
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               ADD 1 TO WS-HOLD-REJECTED
               STRING 'HOLD ' WS-HLD-TYPE(HLD-IDX) ' '
                      WS-HLD-OFFICE(HLD-IDX) ' '
                      WS-HLD-REASON(HLD-IDX)
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
           ELSE
               SET HLD-IDX UP BY 1
           END-IF.

       320-CHECK-CATALOG.
           MOVE 'N' TO WS-FOUND-SWITCH.
           SET CAT-IDX TO 1.
               MOVE 'ALREADY REGISTERED' TO WS-REJECT-REASON
           END-IF.

      *****************************************************************
      * THE NEW SECTION'S MEETING PATTERN AGAINST EVERY SECTION THE
      * STUDENT ALREADY HOLDS FOR THE TERM - THE FIRST CLASH FOUND IS
      * THE ONE REPORTED
      *****************************************************************
       327-CHECK-TIME-CONFLICT.
           MOVE RG-COURSE-ID TO WS-FIND-COURSE.
           MOVE RG-SECTION TO WS-FIND-SECTION.
           PERFORM 328-FIND-SCHEDULE-ROW.
           IF WS-FOUND
               MOVE WS-SCH-DAYS(SCH-IDX) TO WS-NEW-DAYS
               MOVE WS-SCH-START(SCH-IDX) TO WS-NEW-START
               MOVE WS-SCH-END(SCH-IDX) TO WS-NEW-END
               PERFORM 332-CHECK-HELD-SECTION
                   VARYING WS-ACC-SUB FROM 1 BY 1
                   UNTIL WS-ACC-SUB > WS-ACC-TAB-MAX
                      OR NOT TRAN-VALID
           END-IF.

       328-FIND-SCHEDULE-ROW.
           MOVE 'N' TO WS-FOUND-SWITCH.
           SET SCH-IDX TO 1.
           PERFORM 329-SEARCH-SCHEDULE
               UNTIL SCH-IDX > WS-SCH-TAB-MAX OR WS-FOUND.

       329-SEARCH-SCHEDULE.
           IF WS-SCH-TERM(SCH-IDX) = RG-TERM
              AND WS-SCH-COURSE(SCH-IDX) = WS-FIND-COURSE
              AND WS-SCH-SECTION(SCH-IDX) = WS-FIND-SECTION
               MOVE 'Y' TO WS-FOUND-SWITCH
           ELSE
               SET SCH-IDX UP BY 1
           END-IF.

      *A PROBATION STUDENT MAY NOT CARRY PAST THE REGCTL LIMIT*********
       330-CHECK-PROBATION-LOAD.
           MOVE 0 TO WS-STUDENT-HOURS.
               ADD WS-ACC-HOURS(WS-ACC-SUB) TO WS-STUDENT-HOURS
           END-IF.

       332-CHECK-HELD-SECTION.
           IF WS-ACC-STUDENT(WS-ACC-SUB) = RG-STUDENT-ID
              AND WS-ACC-TERM(WS-ACC-SUB) = RG-TERM
              AND WS-ACC-DROPPED(WS-ACC-SUB) = 'N'
               MOVE WS-ACC-COURSE(WS-ACC-SUB) TO WS-FIND-COURSE
               MOVE WS-ACC-SECTION(WS-ACC-SUB) TO WS-FIND-SECTION
               PERFORM 328-FIND-SCHEDULE-ROW
               IF WS-FOUND
                   PERFORM 333-CHECK-OVERLAP
                   IF TIMES-OVERLAP
                       MOVE 'N' TO WS-TRAN-VALID-SWITCH
                       STRING 'TIME CONFLICT WITH '
                              WS-ACC-COURSE(WS-ACC-SUB) ' '
                              WS-ACC-SECTION(WS-ACC-SUB)
                           DELIMITED BY SIZE INTO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

       333-CHECK-OVERLAP.
           MOVE 'N' TO WS-OVERLAP-SWITCH.
           IF WS-NEW-START < WS-SCH-END(SCH-IDX)
              AND WS-SCH-START(SCH-IDX) < WS-NEW-END
               PERFORM 334-CHECK-DAY
                   VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 7 OR TIMES-OVERLAP
           END-IF.

       334-CHECK-DAY.
           IF WS-NEW-DAYS(WS-DAY-SUB:1) NOT = SPACE
              AND WS-SCH-DAYS(SCH-IDX)(WS-DAY-SUB:1) NOT = SPACE
               MOVE 'Y' TO WS-OVERLAP-SWITCH
           END-IF.

      *A SECTION WITHOUT A SECCAP ROW HAS NO LIMIT*********************
       335-CHECK-SECTION-SEAT.
           MOVE 'Y' TO WS-FOUND-SWITCH.
               TO WS-ACC-HOURS(WS-ACC-TAB-MAX).
           MOVE RG-TERM TO WS-ACC-TERM(WS-ACC-TAB-MAX).
           MOVE 'N' TO WS-ACC-DROPPED(WS-ACC-TAB-MAX).
           IF RG-TRAN-DATE = SPACES
              OR RG-TRAN-DATE NOT > WS-CENSUS-DATE
               MOVE 'Y' TO WS-ACC-AT-CENSUS(WS-ACC-TAB-MAX)
           ELSE
               MOVE 'N' TO WS-ACC-AT-CENSUS(WS-ACC-TAB-MAX)
           END-IF.

      *****************************************************************
      * A DROP MARKS THE ACCEPTED ROW AND RELEASES THE SEAT - THE
      * WAITLIST STAYS IN ARRIVAL ORDER FOR THE REGISTRAR TO OFFER
      * FREED SEATS FROM.  A DROP AFTER CENSUS LEAVES THE ROW IN THE
      * CENSUS ENROLLMENT
      *****************************************************************
       350-APPLY-ONE-DROP.
           MOVE 'N' TO WS-FOUND-SWITCH.
               SUBTRACT 1 FROM WS-ACC-SUB
               ADD 1 TO WS-DROPS-APPLIED
               MOVE 'Y' TO WS-ACC-DROPPED(WS-ACC-SUB)
               IF RG-TRAN-DATE = SPACES
                  OR RG-TRAN-DATE NOT > WS-CENSUS-DATE
                   MOVE 'N' TO WS-ACC-AT-CENSUS(WS-ACC-SUB)
               END-IF
               PERFORM 360-RELEASE-SEAT
               PERFORM 370-WRITE-WITHDRAWAL
           ELSE
               MOVE 'NO MATCHING REGISTRATION' TO WS-REJECT-REASON
               PERFORM 390-WRITE-REJECT-LINE
           END-IF.
           SET SEC-IDX UP BY 1.

      *****************************************************************
      * THE DROP STAMPED WITH THE STUDENT'S LAST DATE OF ATTENDANCE
      * IN THE SECTION - BLANK WHEN NO ROLL WAS TAKEN FOR THEM
      *****************************************************************
       370-WRITE-WITHDRAWAL.
           ADD 1 TO WS-WITHDRAWALS.
           MOVE WS-ACC-STUDENT(WS-ACC-SUB) TO WR-STUDENT-ID.
           MOVE WS-ACC-COURSE(WS-ACC-SUB) TO WR-COURSE-ID.
           MOVE WS-ACC-SECTION(WS-ACC-SUB) TO WR-SECTION.
           MOVE WS-ACC-TERM(WS-ACC-SUB) TO WR-TERM.
           MOVE RG-TRAN-DATE TO WR-DROP-DATE.
           IF RG-TRAN-DATE NOT = SPACES
              AND RG-TRAN-DATE > WS-CENSUS-DATE
               MOVE 'W' TO WR-TYPE
           ELSE
               MOVE 'D' TO WR-TYPE
           END-IF.
           MOVE SPACES TO WR-LAST-ATTENDED.
           MOVE 0 TO WR-MEETINGS-PRESENT.
           MOVE 0 TO WR-MEETINGS.
           IF ATT-AVAILABLE
               MOVE WR-TERM TO AM-TERM
               MOVE WR-COURSE-ID TO AM-COURSE-ID
               MOVE WR-SECTION TO AM-SECTION
               MOVE WR-STUDENT-ID TO AM-STUDENT-ID
               READ ATTEND-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE AM-LAST-ATTENDED TO WR-LAST-ATTENDED
                       MOVE AM-PRESENT TO WR-MEETINGS-PRESENT
                       MOVE AM-MEETINGS TO WR-MEETINGS
               END-READ
           END-IF.
           IF WR-LAST-ATTENDED NOT = SPACES
               ADD 1 TO WS-LDA-STAMPED
           END-IF.
           WRITE WITHDRAWAL-REC.

       390-WRITE-REJECT-LINE.
           ADD 1 TO WS-TRAN-REJECTED.
           MOVE RG-ACTION TO RJD-ACTION.
               MOVE SPACE TO CRO-LETTER-GRADE
               MOVE WS-ACC-TERM(WS-ACC-SUB) TO CRO-TERM
               WRITE COURSE-OUT-REC
               MOVE WS-ACC-STUDENT(WS-ACC-SUB) TO SE-STUDENT-ID
               MOVE WS-ACC-COURSE(WS-ACC-SUB) TO SE-COURSE-ID
               MOVE WS-ACC-SECTION(WS-ACC-SUB) TO SE-SECTION
               MOVE WS-ACC-TERM(WS-ACC-SUB) TO SE-TERM
               WRITE SECTION-ENROLL-REC
           END-IF.
           IF WS-ACC-AT-CENSUS(WS-ACC-SUB) = 'Y'
               ADD 1 TO WS-CENSUS-WRITTEN
               MOVE WS-ACC-STUDENT(WS-ACC-SUB) TO CE-STUDENT-ID
               MOVE WS-ACC-COURSE(WS-ACC-SUB) TO CE-COURSE-ID
               MOVE WS-ACC-SECTION(WS-ACC-SUB) TO CE-SECTION
               MOVE WS-ACC-HOURS(WS-ACC-SUB) TO CE-CREDIT-HOURS
               MOVE WS-ACC-TERM(WS-ACC-SUB) TO CE-TERM
               WRITE CENSUS-ENROLL-REC
           END-IF.

      *DISPLAY THE REGISTRATION DISPOSITION TOTALS*********************
           DISPLAY 'Waitlisted (Section Full) : ' WS-WAITLISTEDZ.
           MOVE WS-TRAN-REJECTED TO WS-TRAN-REJECTEDZ.
           DISPLAY 'Transactions Rejected     : ' WS-TRAN-REJECTEDZ.
           MOVE WS-HOLD-REJECTED TO WS-HOLD-REJECTEDZ.
           DISPLAY '  Adds Refused For Holds  : ' WS-HOLD-REJECTEDZ.
           MOVE WS-COURSEIN-WRITTEN TO WS-COURSEIN-WRITTENZ.
           DISPLAY 'Term COURSEIN Written     : ' WS-COURSEIN-WRITTENZ.
           MOVE WS-CENSUS-WRITTEN TO WS-CENSUS-WRITTENZ.
           DISPLAY 'Census Enrollments Written: ' WS-CENSUS-WRITTENZ.
           MOVE WS-WITHDRAWALS TO WS-WITHDRAWALSZ.
           DISPLAY 'Drops/Withdrawals Written : ' WS-WITHDRAWALSZ.
           MOVE WS-LDA-STAMPED TO WS-LDA-STAMPEDZ.
           DISPLAY '  With Last Date Attended : ' WS-LDA-STAMPEDZ.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           CLOSE REG-TRAN-FILE
                 COURSE-FILE-OUT
                 SECTION-ENROLL-FILE
                 CENSUS-ENROLL-FILE
                 WITHDRAWAL-FILE
                 WAITLIST-FILE
                 REJECT-REPORT-FILE.
           IF ATT-AVAILABLE
               CLOSE ATTEND-MASTER
           END-IF.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
