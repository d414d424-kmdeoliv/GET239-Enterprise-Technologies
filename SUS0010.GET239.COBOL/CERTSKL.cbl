      *****************************************************************
      *PURPOSE: Effective analyst skill set from current
      *certifications.  The RS-SKILL-CODES letters on ANLROSTR say
      *what an analyst is lettered for, not whether the course behind
      *the letter is still current.  This program runs nightly ahead
      *of DISPASGN and copies the roster to the ANLEFF effective
      *roster, keeping each skill letter (including G) only while
      *the analyst holds an unexpired certification for it on the
      *CERTMAST master that CERTMNT maintains - a certification is
      *good through its expiry date.  A letter with no certification
      *on file, or an expired one, is withheld and listed, so an
      *analyst whose letters are all withheld only draws cases
      *through the DISPCTL spillover pool.  The same CERTEXP report
      *then sweeps CERTMAST for every certification expiring from
      *today through the DISPCTL CEXP look-ahead (60 days unless
      *overridden) for the training sergeant to schedule renewals.
      *The nightly stream feeds this program the ANLAVAIL availability
      *roster, and the employee id and absence status on it are
      *carried through to ANLEFF untouched.
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      CERTSKL.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    February 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER-FILE ASSIGN TO ANLROSTR
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EFFECTIVE-ROSTER-FILE ASSIGN TO ANLEFF
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CERT-MASTER-FILE ASSIGN TO CERTMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CE-KEY
           FILE STATUS IS WS-CERTMAST-STATUS.
           SELECT DISPO-CTL-FILE ASSIGN TO DISPCTL
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXPIRY-REPORT-FILE ASSIGN TO CERTEXP
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * ANALYST ROSTER - ID, NAME, AVAILABLE FLAG, AND THE PER-ANALYST
      * OPEN-CASE CAP
      *****************************************************************
       FD  ROSTER-FILE.
       01  ROSTER-REC.
           05  RS-ANALYST-ID                PIC X(4).
           05  RS-ANALYST-NAME              PIC X(25).
           05  RS-AVAILABLE-FLAG            PIC X(1).
           05  RS-CASE-CAP                  PIC 9(4).
           05  FILLER                       PIC X(1).
      *SKILL CODES: T THEFT, B BURGLARY, S STALKING, F FRAUD, G ANY****
           05  RS-SKILL-CODES               PIC X(4).
           05  FILLER                       PIC X(1).
           05  RS-EMPLOYEE-ID               PIC X(6).
      *ABSENCE STATUS (SEE ANLAVAIL): T OUT TODAY, W OUT FOR WINDOW****
           05  RS-ABSENCE-STATUS            PIC X(1).

      *****EFFECTIVE ROSTER - THE ROSTER LAYOUT, CURRENT SKILLS ONLY****
       FD  EFFECTIVE-ROSTER-FILE.
       01  EFFECTIVE-ROSTER-REC.
           05  ER-ANALYST-ID                PIC X(4).
           05  ER-ANALYST-NAME              PIC X(25).
           05  ER-AVAILABLE-FLAG            PIC X(1).
           05  ER-CASE-CAP                  PIC 9(4).
           05  FILLER                       PIC X(1).
           05  ER-SKILL-CODES               PIC X(4).
           05  FILLER                       PIC X(1).
           05  ER-EMPLOYEE-ID               PIC X(6).
           05  ER-ABSENCE-STATUS            PIC X(1).

      *****************************************************************
      * CERTIFICATION MASTER (SEE CERTMNT) - ONE CERTIFICATION PER
      * ANALYST PER SKILL LETTER, KEYED BY ANALYST AND SKILL
      *****************************************************************
       FD  CERT-MASTER-FILE.
       01  CERT-MASTER-REC.
           05  CE-KEY.
               10  CE-ANALYST-ID            PIC X(4).
               10  CE-SKILL-CODE            PIC X(1).
           05  CE-COURSE-CODE               PIC X(8).
           05  CE-COURSE-TITLE              PIC X(30).
           05  CE-COMPLETION-DATE           PIC X(8).
           05  CE-EXPIRY-DATE               PIC X(8).
           05  CE-MAINT-DATE                PIC X(8).

      *****CONTROL FILE - THE CEXP EXPIRY LOOK-AHEAD******************
       FD  DISPO-CTL-FILE.
       01  DISPO-CTL-REC.
           05  DPC-TYPE                     PIC X(4).
           05  FILLER                       PIC X.
           05  DPC-VALUE                    PIC X(9).

      ***WITHHELD-SKILL AND UPCOMING-EXPIRY REPORT*********************
       FD  EXPIRY-REPORT-FILE.
       01  EXP-OUT-REC                      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-ROSTER-EOF-SWITCH     PIC X        VALUE 'N'.
              88 ROSTER-EOF                         VALUE 'Y'.
           05 WS-CTL-EOF               PIC X        VALUE 'N'.
              88 CTL-EOF                            VALUE 'Y'.
           05 WS-CERT-EOF-SWITCH       PIC X        VALUE 'N'.
              88 CERT-EOF                           VALUE 'Y'.
           05 WS-CERT-FOUND-SWITCH     PIC X        VALUE 'N'.
              88 CERT-FOUND                         VALUE 'Y'.
           05 WS-FOUND-SWITCH          PIC X        VALUE 'N'.
              88 WS-FOUND                           VALUE 'Y'.
           05 WS-CERTMAST-SWITCH       PIC X        VALUE 'N'.
              88 CERTMAST-OPEN                      VALUE 'Y'.
       01 WS-CERTMAST-STATUS           PIC XX.

      *****EXPIRY LOOK-AHEAD - DISPCTL CEXP IN CALENDAR DAYS***********
       01 WS-EXPIRY-DAYS           PIC 9(3)     VALUE 60.
       01 WS-TODAY                 PIC X(8).
       01 WS-TODAY-9               PIC 9(8).
       01 WS-TODAY-INT             PIC 9(7).
       01 WS-EXPIRY-9              PIC 9(8).
       01 WS-DAYS-LEFT             PIC S9(5).
       01 WS-DAYS-LEFTZ            PIC ZZ9.

      *****SKILL LETTER WORK FIELDS************************************
       01 WS-SKILL-SUB             PIC 9(1).
       01 WS-KEPT-SUB              PIC 9(1).
       01 WS-SKILL-LETTER          PIC X(1).
       01 WS-KEPT-SKILLS           PIC X(4).

      *****ROSTER NAMES FOR THE EXPIRY SWEEP***************************
       01 WS-ANL-TAB-MAX           PIC 9(3)     VALUE 0.
       01 WS-ANL-TABLE.
           05 WS-ANL-ENTRY OCCURS 100 TIMES
                             INDEXED BY ANL-IDX.
              10 WS-ANL-ID             PIC X(4).
              10 WS-ANL-NAME           PIC X(25).

      *****SKILL DISPOSITION COUNTERS**********************************
       01 WS-ANALYSTS-READ         PIC 9(5)     VALUE 0.
       01 WS-ANALYSTS-READZ        PIC ZZ,ZZ9.
       01 WS-SKILLS-KEPT           PIC 9(5)     VALUE 0.
       01 WS-SKILLS-KEPTZ          PIC ZZ,ZZ9.
       01 WS-SKILLS-WITHHELD       PIC 9(5)     VALUE 0.
       01 WS-SKILLS-WITHHELDZ      PIC ZZ,ZZ9.
       01 WS-EXPIRING-SOON         PIC 9(5)     VALUE 0.
       01 WS-EXPIRING-SOONZ        PIC ZZ,ZZ9.

      *****REPORT LINE LAYOUTS*****************************************
       01  EXP-HEADING-1.
           05                 PIC X(36)
                   VALUE 'ANALYST CERTIFICATION STATUS - RUN '.
           05  EXH-DATE       PIC X(8).
       01  EXP-HEADING-2.
           05                 PIC X(6)  VALUE 'ANL'.
           05                 PIC X(26) VALUE 'NAME'.
           05                 PIC X(3)  VALUE 'SK'.
           05                 PIC X(10) VALUE 'COURSE'.
           05                 PIC X(10) VALUE 'EXPIRES'.
           05                 PIC X(25) VALUE 'STATUS'.
       01  EXP-SECTION-LINE.
           05  EXS-TEXT           PIC X(60).
           05                     PIC X(20) VALUE SPACES.
       01  EXP-DETAIL-LINE.
           05  EXD-ANALYST-ID     PIC X(4).
           05                     PIC X(2)  VALUE SPACES.
           05  EXD-ANALYST-NAME   PIC X(25).
           05                     PIC X(1)  VALUE SPACES.
           05  EXD-SKILL          PIC X(1).
           05                     PIC X(2)  VALUE SPACES.
           05  EXD-COURSE         PIC X(8).
           05                     PIC X(2)  VALUE SPACES.
           05  EXD-EXPIRY         PIC X(8).
           05                     PIC X(2)  VALUE SPACES.
           05  EXD-STATUS         PIC X(25).

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-DISPATCH-CONTROL.
           PERFORM 200-OPEN-FILES.
           PERFORM 300-BUILD-EFFECTIVE-ROSTER UNTIL ROSTER-EOF.
           PERFORM 400-LIST-UPCOMING-EXPIRIES.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies CERTSKL *'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* February, 2017                         *'.
           DISPLAY '******************************************'.

      *****************************************************************
       150-LOAD-DISPATCH-CONTROL.
           OPEN INPUT DISPO-CTL-FILE.
           PERFORM 155-READ-DISPCTL-REC UNTIL CTL-EOF.
           CLOSE DISPO-CTL-FILE.

       155-READ-DISPCTL-REC.
           READ DISPO-CTL-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF
           END-READ.
           IF NOT CTL-EOF
               IF DPC-TYPE = 'CEXP'
                   COMPUTE WS-EXPIRY-DAYS =
                       FUNCTION NUMVAL(DPC-VALUE)
               END-IF
           END-IF.

      *****************************************************************
      * WITHOUT A CERTIFICATION MASTER NOTHING CAN BE SHOWN CURRENT -
      * EVERY LETTER IS WITHHELD RATHER THAN WAVED THROUGH
      *****************************************************************
       200-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE WS-TODAY TO WS-TODAY-9.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-9).
           OPEN INPUT ROSTER-FILE.
           OPEN OUTPUT EFFECTIVE-ROSTER-FILE.
           OPEN INPUT CERT-MASTER-FILE.
           IF WS-CERTMAST-STATUS = '00'
               MOVE 'Y' TO WS-CERTMAST-SWITCH
           ELSE
               DISPLAY '*** CERTMAST NOT AVAILABLE - ALL SKILLS '
                       'WITHHELD ***'
               MOVE 'Y' TO WS-CERT-EOF-SWITCH
               MOVE 4 TO RETURN-CODE
           END-IF.
           OPEN OUTPUT EXPIRY-REPORT-FILE.
           MOVE WS-TODAY TO EXH-DATE.
           MOVE EXP-HEADING-1 TO EXP-OUT-REC.
           WRITE EXP-OUT-REC.
           MOVE EXP-HEADING-2 TO EXP-OUT-REC.
           WRITE EXP-OUT-REC.
           MOVE 'SKILLS WITHHELD FROM DISPATCH TONIGHT' TO EXS-TEXT.
           MOVE EXP-SECTION-LINE TO EXP-OUT-REC.
           WRITE EXP-OUT-REC.

      *****************************************************************
      * ONE EFFECTIVE ROSTER ROW PER ROSTER ROW - THE KEPT LETTERS
      * CLOSED UP TO THE LEFT, EVERYTHING ELSE CARRIED AS IS
      *****************************************************************
       300-BUILD-EFFECTIVE-ROSTER.
           READ ROSTER-FILE
               AT END MOVE 'Y' TO WS-ROSTER-EOF-SWITCH
           END-READ.
           IF NOT ROSTER-EOF
               ADD 1 TO WS-ANALYSTS-READ
               IF WS-ANL-TAB-MAX < 100
                   ADD 1 TO WS-ANL-TAB-MAX
                   MOVE RS-ANALYST-ID TO WS-ANL-ID(WS-ANL-TAB-MAX)
                   MOVE RS-ANALYST-NAME TO WS-ANL-NAME(WS-ANL-TAB-MAX)
               END-IF
               MOVE SPACES TO WS-KEPT-SKILLS
               MOVE 0 TO WS-KEPT-SUB
               PERFORM 310-CHECK-ONE-SKILL
                   VARYING WS-SKILL-SUB FROM 1 BY 1
                   UNTIL WS-SKILL-SUB > 4
               MOVE ROSTER-REC TO EFFECTIVE-ROSTER-REC
               MOVE WS-KEPT-SKILLS TO ER-SKILL-CODES
               WRITE EFFECTIVE-ROSTER-REC
           END-IF.

       310-CHECK-ONE-SKILL.
           MOVE RS-SKILL-CODES(WS-SKILL-SUB:1) TO WS-SKILL-LETTER.
           IF WS-SKILL-LETTER NOT = SPACE
               PERFORM 320-READ-CERTIFICATION
               IF CERT-FOUND AND CE-EXPIRY-DATE NOT < WS-TODAY
                   ADD 1 TO WS-KEPT-SUB
                   MOVE WS-SKILL-LETTER
                       TO WS-KEPT-SKILLS(WS-KEPT-SUB:1)
                   ADD 1 TO WS-SKILLS-KEPT
               ELSE
                   ADD 1 TO WS-SKILLS-WITHHELD
                   PERFORM 330-WRITE-WITHHELD-LINE
               END-IF
           END-IF.

       320-READ-CERTIFICATION.
           MOVE 'N' TO WS-CERT-FOUND-SWITCH.
           IF CERTMAST-OPEN
               MOVE RS-ANALYST-ID TO CE-ANALYST-ID
               MOVE WS-SKILL-LETTER TO CE-SKILL-CODE
               READ CERT-MASTER-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-CERT-FOUND-SWITCH
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CERT-FOUND-SWITCH
               END-READ
           END-IF.

       330-WRITE-WITHHELD-LINE.
           MOVE RS-ANALYST-ID TO EXD-ANALYST-ID.
           MOVE RS-ANALYST-NAME TO EXD-ANALYST-NAME.
           MOVE WS-SKILL-LETTER TO EXD-SKILL.
           IF CERT-FOUND
               MOVE CE-COURSE-CODE TO EXD-COURSE
               MOVE CE-EXPIRY-DATE TO EXD-EXPIRY
               MOVE 'EXPIRED - WITHHELD' TO EXD-STATUS
           ELSE
               MOVE SPACES TO EXD-COURSE EXD-EXPIRY
               MOVE 'NONE ON FILE - WITHHELD' TO EXD-STATUS
           END-IF.
           MOVE EXP-DETAIL-LINE TO EXP-OUT-REC.
           WRITE EXP-OUT-REC.

      *****************************************************************
      * EVERY CERTIFICATION ON FILE EXPIRING FROM TODAY THROUGH THE
      * LOOK-AHEAD, IN ANALYST/SKILL ORDER, WITH THE DAYS REMAINING
      *****************************************************************
       400-LIST-UPCOMING-EXPIRIES.
           MOVE SPACES TO EXS-TEXT.
           MOVE EXP-SECTION-LINE TO EXP-OUT-REC.
           WRITE EXP-OUT-REC.
           MOVE WS-EXPIRY-DAYS TO WS-DAYS-LEFTZ.
           STRING 'CERTIFICATIONS EXPIRING WITHIN ' WS-DAYS-LEFTZ
                  ' DAYS'
               DELIMITED BY SIZE INTO EXS-TEXT.
           MOVE EXP-SECTION-LINE TO EXP-OUT-REC.
           WRITE EXP-OUT-REC.
           IF NOT CERT-EOF
               MOVE LOW-VALUES TO CE-KEY
               START CERT-MASTER-FILE KEY >= CE-KEY
                   INVALID KEY MOVE 'Y' TO WS-CERT-EOF-SWITCH
               END-START
           END-IF.
           PERFORM 410-READ-NEXT-CERTIFICATION UNTIL CERT-EOF.

       410-READ-NEXT-CERTIFICATION.
           READ CERT-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-CERT-EOF-SWITCH
           END-READ.
           IF NOT CERT-EOF AND CE-EXPIRY-DATE IS NUMERIC
              AND CE-EXPIRY-DATE NOT < WS-TODAY
               MOVE CE-EXPIRY-DATE TO WS-EXPIRY-9
               COMPUTE WS-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE(WS-EXPIRY-9)
                   - WS-TODAY-INT
               IF WS-DAYS-LEFT NOT > WS-EXPIRY-DAYS
                   ADD 1 TO WS-EXPIRING-SOON
                   PERFORM 420-WRITE-EXPIRY-LINE
               END-IF
           END-IF.

       420-WRITE-EXPIRY-LINE.
           MOVE CE-ANALYST-ID TO EXD-ANALYST-ID.
           MOVE 'NOT ON ROSTER' TO EXD-ANALYST-NAME.
           MOVE 'N' TO WS-FOUND-SWITCH.
           SET ANL-IDX TO 1.
           PERFORM 425-SEARCH-ROSTER-NAME
               UNTIL ANL-IDX > WS-ANL-TAB-MAX OR WS-FOUND.
           IF WS-FOUND
               MOVE WS-ANL-NAME(ANL-IDX) TO EXD-ANALYST-NAME
           END-IF.
           MOVE CE-SKILL-CODE TO EXD-SKILL.
           MOVE CE-COURSE-CODE TO EXD-COURSE.
           MOVE CE-EXPIRY-DATE TO EXD-EXPIRY.
           MOVE WS-DAYS-LEFT TO WS-DAYS-LEFTZ.
           MOVE SPACES TO EXD-STATUS.
           STRING 'EXPIRES IN ' WS-DAYS-LEFTZ ' DAYS'
               DELIMITED BY SIZE INTO EXD-STATUS.
           MOVE EXP-DETAIL-LINE TO EXP-OUT-REC.
           WRITE EXP-OUT-REC.

       425-SEARCH-ROSTER-NAME.
           IF WS-ANL-ID(ANL-IDX) = CE-ANALYST-ID
               MOVE 'Y' TO WS-FOUND-SWITCH
           ELSE
               SET ANL-IDX UP BY 1
           END-IF.

      *DISPLAY THE SKILL DISPOSITION TOTALS****************************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-ANALYSTS-READ TO WS-ANALYSTS-READZ.
           DISPLAY 'Roster Analysts Read      : ' WS-ANALYSTS-READZ.
           MOVE WS-SKILLS-KEPT TO WS-SKILLS-KEPTZ.
           DISPLAY 'Skills Kept (Certified)   : ' WS-SKILLS-KEPTZ.
           MOVE WS-SKILLS-WITHHELD TO WS-SKILLS-WITHHELDZ.
           DISPLAY 'Skills Withheld           : ' WS-SKILLS-WITHHELDZ.
           MOVE WS-EXPIRING-SOON TO WS-EXPIRING-SOONZ.
           DISPLAY 'Certifications Expiring   : ' WS-EXPIRING-SOONZ.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           CLOSE ROSTER-FILE
                 EFFECTIVE-ROSTER-FILE
                 EXPIRY-REPORT-FILE.
           IF CERTMAST-OPEN
               CLOSE CERT-MASTER-FILE
           END-IF.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
