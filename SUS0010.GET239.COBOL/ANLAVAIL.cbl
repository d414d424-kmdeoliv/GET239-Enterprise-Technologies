      *****************************************************************
      *PURPOSE: Nightly analyst availability from scheduled absences.
      *RS-AVAILABLE-FLAG on ANLROSTR was flipped by hand, so cases
      *kept landing on analysts payroll already knew were on leave.
      *Each roster row now carries the analyst's EMPMAST employee id,
      *and this program runs ahead of the orphan sweep and dispatch
      *chain.  First it posts every scheduled CRTCAL hearing from
      *today through the DISPCTL AVLW window onto the ABSMAST
      *scheduled-absence master as a court ('C') day out - the
      *vacation, sick and training rows come from EMPMAINT - and
      *drops the court row again once the hearing is no longer
      *scheduled.  Then, for every analyst, it marks the window days
      *covered by an absence and writes the ANLAVL roster: the same
      *layout with the available flag set to N for an analyst out
      *today, the case cap prorated by the share of the window the
      *analyst is in the office, and an absence status byte - 'T'
      *out today, 'W' out the whole window - that ORPHSWP and
      *ESCALATE act on.  A roster hold (flag N) is never lifted
      *here.  The AVLRPT report lists every analyst's derivation.
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      ANLAVAIL.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    February 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER-FILE ASSIGN TO ANLROSTR
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AVAIL-ROSTER-FILE ASSIGN TO ANLAVL
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ABSENCE-MASTER ASSIGN TO ABSMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AB-KEY
           FILE STATUS IS WS-ABSMAST-STATUS.
           SELECT COURT-CAL-FILE ASSIGN TO CRTCAL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CC-KEY
           FILE STATUS IS WS-CRTCAL-STATUS.
           SELECT DISPO-CTL-FILE ASSIGN TO DISPCTL
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AVAIL-REPORT-FILE ASSIGN TO AVLRPT
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * ANALYST ROSTER - ID, NAME, AVAILABLE FLAG, THE PER-ANALYST
      * OPEN-CASE CAP, SKILL LETTERS AND THE EMPMAST EMPLOYEE ID
      *****************************************************************
       FD  ROSTER-FILE.
       01  ROSTER-REC.
           05  RS-ANALYST-ID                PIC X(4).
           05  RS-ANALYST-NAME              PIC X(25).
           05  RS-AVAILABLE-FLAG            PIC X(1).
           05  RS-CASE-CAP                  PIC 9(4).
           05  FILLER                       PIC X(1).
           05  RS-SKILL-CODES               PIC X(4).
           05  FILLER                       PIC X(1).
           05  RS-EMPLOYEE-ID               PIC X(6).

      *****************************************************************
      * AVAILABILITY ROSTER - THE ROSTER LAYOUT WITH THE DERIVED FLAG
      * AND PRORATED CAP, PLUS THE ABSENCE STATUS BYTE
      *****************************************************************
       FD  AVAIL-ROSTER-FILE.
       01  AVAIL-ROSTER-REC.
           05  AV-ANALYST-ID                PIC X(4).
           05  AV-ANALYST-NAME              PIC X(25).
           05  AV-AVAILABLE-FLAG            PIC X(1).
           05  AV-CASE-CAP                  PIC 9(4).
           05  FILLER                       PIC X(1).
           05  AV-SKILL-CODES               PIC X(4).
           05  FILLER                       PIC X(1).
           05  AV-EMPLOYEE-ID               PIC X(6).
           05  AV-ABSENCE-STATUS            PIC X(1).

      *****SCHEDULED-ABSENCE MASTER (SEE EMPMAINT)*********************
       FD  ABSENCE-MASTER.
       01  ABSENCE-MASTER-REC.
           05  AB-KEY.
               10  AB-EMPLOYEE-ID           PIC X(6).
               10  AB-FROM-DATE             PIC X(8).
               10  AB-ABSENCE-TYPE          PIC X(1).
           05  AB-TO-DATE                   PIC X(8).
           05  AB-HOURS                     PIC 9(3)V99.
           05  AB-SOURCE                    PIC X(1).
           05  AB-REFERENCE                 PIC X(12).
           05  AB-POSTED-DATE               PIC X(8).

      *****COURT CALENDAR (SEE CRTCALIN) - ANALYST/DATE/TIME ORDER*****
       FD  COURT-CAL-FILE.
       01  COURT-CAL-REC.
           05  CC-KEY.
               10  CC-ANALYST-ID            PIC X(4).
               10  CC-HEARING-DATE          PIC X(8).
               10  CC-HEARING-TIME          PIC X(4).
               10  CC-DOCKET-NO             PIC X(12).
           05  CC-CASE-NUMBER               PIC X(8).
           05  CC-COURTROOM                 PIC X(6).
           05  CC-STATUS                    PIC X(1).
               88  CC-SCHEDULED                         VALUE 'S'.
           05  CC-NOTICE-DATE               PIC X(8).
           05  CC-UPDATE-DATE               PIC X(8).

      *****CONTROL FILE - THE AVLW AVAILABILITY WINDOW*****************
       FD  DISPO-CTL-FILE.
       01  DISPO-CTL-REC.
           05  DPC-TYPE                     PIC X(4).
           05  FILLER                       PIC X.
           05  DPC-VALUE                    PIC X(9).

      ***AVAILABILITY DERIVATION REPORT********************************
       FD  AVAIL-REPORT-FILE.
       01  AVL-OUT-REC                      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-ROSTER-EOF-SWITCH     PIC X        VALUE 'N'.
              88 ROSTER-EOF                         VALUE 'Y'.
           05 WS-CTL-EOF               PIC X        VALUE 'N'.
              88 CTL-EOF                            VALUE 'Y'.
           05 WS-CRTCAL-SWITCH         PIC X        VALUE 'N'.
              88 CRTCAL-OPEN                        VALUE 'Y'.
           05 WS-CAL-SCAN-SWITCH       PIC X        VALUE 'N'.
              88 CAL-SCAN-DONE                      VALUE 'Y'.
           05 WS-ABS-SCAN-SWITCH       PIC X        VALUE 'N'.
              88 ABS-SCAN-DONE                      VALUE 'Y'.
       01 WS-ABSMAST-STATUS            PIC XX.
       01 WS-CRTCAL-STATUS             PIC XX.

      *****AVAILABILITY WINDOW - DISPCTL AVLW IN CALENDAR DAYS*********
      *****FROM TODAY, 1 TO 31 DAYS************************************
       01 WS-WINDOW-DAYS           PIC 9(3)     VALUE 10.
       01 WS-TODAY                 PIC X(8).
       01 WS-TODAY-9               PIC 9(8).
       01 WS-TODAY-INT             PIC 9(7).
       01 WS-WINDOW-END-INT        PIC 9(7).
       01 WS-WINDOW-END-9          PIC 9(8).
       01 WS-WINDOW-END REDEFINES WS-WINDOW-END-9
                                   PIC X(8).

      *****ONE ANALYST'S WINDOW - AN X FOR EVERY DAY OUT***************
       01 WS-DAY-FLAGS             PIC X(31).
       01 WS-DAY-SUB               PIC 9(3).
       01 WS-FIRST-SUB             PIC S9(5).
       01 WS-LAST-SUB              PIC S9(5).
       01 WS-DATE-9                PIC 9(8).
       01 WS-ABSENT-DAYS           PIC 9(3).
       01 WS-TODAY-TYPE            PIC X(1).
       01 WS-REMARK                PIC X(20).

      *****AVAILABILITY DISPOSITION COUNTERS***************************
       01 WS-ANALYSTS-READ         PIC 9(5)     VALUE 0.
       01 WS-ANALYSTS-READZ        PIC ZZ,ZZ9.
       01 WS-NOT-LINKED            PIC 9(5)     VALUE 0.
       01 WS-NOT-LINKEDZ           PIC ZZ,ZZ9.
       01 WS-OUT-TODAY             PIC 9(5)     VALUE 0.
       01 WS-OUT-TODAYZ            PIC ZZ,ZZ9.
       01 WS-OUT-WINDOW            PIC 9(5)     VALUE 0.
       01 WS-OUT-WINDOWZ           PIC ZZ,ZZ9.
       01 WS-CAPS-REDUCED          PIC 9(5)     VALUE 0.
       01 WS-CAPS-REDUCEDZ         PIC ZZ,ZZ9.
       01 WS-COURT-POSTED          PIC 9(5)     VALUE 0.
       01 WS-COURT-POSTEDZ         PIC ZZ,ZZ9.
       01 WS-COURT-REMOVED         PIC 9(5)     VALUE 0.
       01 WS-COURT-REMOVEDZ        PIC ZZ,ZZ9.

      *****REPORT LINE LAYOUTS*****************************************
       01  AVL-HEADING-1.
           05                 PIC X(30)
                   VALUE 'ANALYST AVAILABILITY - RUN '.
           05  AVH-DATE       PIC X(8).
           05                 PIC X(10) VALUE '  WINDOW '.
           05  AVH-WINDOW     PIC ZZ9.
           05                 PIC X(5)  VALUE ' DAYS'.
       01  AVL-HEADING-2.
           05                 PIC X(6)  VALUE 'ANL'.
           05                 PIC X(21) VALUE 'NAME'.
           05                 PIC X(8)  VALUE 'EMPL'.
           05                 PIC X(4)  VALUE 'RST'.
           05                 PIC X(3)  VALUE 'AVL'.
           05                 PIC X(4)  VALUE 'OUT'.
           05                 PIC X(6)  VALUE ' CAP'.
           05                 PIC X(6)  VALUE ' PRO'.
           05                 PIC X(20) VALUE 'REMARK'.
       01  AVL-DETAIL-LINE.
           05  AVD-ANALYST-ID     PIC X(4).
           05                     PIC X(2)  VALUE SPACES.
           05  AVD-ANALYST-NAME   PIC X(20).
           05                     PIC X(1)  VALUE SPACES.
           05  AVD-EMPLOYEE-ID    PIC X(6).
           05                     PIC X(2)  VALUE SPACES.
           05  AVD-ROSTER-FLAG    PIC X(1).
           05                     PIC X(3)  VALUE SPACES.
           05  AVD-AVAILABLE-FLAG PIC X(1).
           05                     PIC X(2)  VALUE SPACES.
           05  AVD-ABSENT-DAYS    PIC Z9.
           05                     PIC X(2)  VALUE SPACES.
           05  AVD-CASE-CAP       PIC ZZZ9.
           05                     PIC X(2)  VALUE SPACES.
           05  AVD-PRORATED-CAP   PIC ZZZ9.
           05                     PIC X(2)  VALUE SPACES.
           05  AVD-REMARK         PIC X(20).
           05                     PIC X(2)  VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-DISPATCH-CONTROL.
           PERFORM 200-OPEN-FILES.
           PERFORM 300-DERIVE-AVAILABILITY UNTIL ROSTER-EOF.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies ANLAVAIL*'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* February, 2017                         *'.
           DISPLAY '******************************************'.

      *****************************************************************
       150-LOAD-DISPATCH-CONTROL.
           OPEN INPUT DISPO-CTL-FILE.
           PERFORM 155-READ-DISPCTL-REC UNTIL CTL-EOF.
           CLOSE DISPO-CTL-FILE.
           IF WS-WINDOW-DAYS < 1
               MOVE 1 TO WS-WINDOW-DAYS
           END-IF.
           IF WS-WINDOW-DAYS > 31
               MOVE 31 TO WS-WINDOW-DAYS
           END-IF.

       155-READ-DISPCTL-REC.
           READ DISPO-CTL-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF
           END-READ.
           IF NOT CTL-EOF
               IF DPC-TYPE = 'AVLW'
                   COMPUTE WS-WINDOW-DAYS =
                       FUNCTION NUMVAL(DPC-VALUE)
               END-IF
           END-IF.

      *****************************************************************
      * THE ABSENCE MASTER IS CREATED EMPTY ON THE FIRST RUN.  WITH
      * NO COURT CALENDAR ONLY THE PAYROLL ABSENCES COUNT
      *****************************************************************
       200-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE WS-TODAY TO WS-TODAY-9.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-9).
           COMPUTE WS-WINDOW-END-INT =
               WS-TODAY-INT + WS-WINDOW-DAYS - 1.
           COMPUTE WS-WINDOW-END-9 =
               FUNCTION DATE-OF-INTEGER(WS-WINDOW-END-INT).
           OPEN INPUT ROSTER-FILE.
           OPEN OUTPUT AVAIL-ROSTER-FILE.
           OPEN I-O ABSENCE-MASTER.
           IF WS-ABSMAST-STATUS = '35'
               OPEN OUTPUT ABSENCE-MASTER
               CLOSE ABSENCE-MASTER
               OPEN I-O ABSENCE-MASTER
           END-IF.
           OPEN INPUT COURT-CAL-FILE.
           IF WS-CRTCAL-STATUS = '00'
               MOVE 'Y' TO WS-CRTCAL-SWITCH
           ELSE
               DISPLAY '*** CRTCAL NOT AVAILABLE - COURT DAYS NOT '
                       'POSTED ***'
           END-IF.
           OPEN OUTPUT AVAIL-REPORT-FILE.
           MOVE WS-TODAY TO AVH-DATE.
           MOVE WS-WINDOW-DAYS TO AVH-WINDOW.
           MOVE AVL-HEADING-1 TO AVL-OUT-REC.
           WRITE AVL-OUT-REC.
           MOVE AVL-HEADING-2 TO AVL-OUT-REC.
           WRITE AVL-OUT-REC.

      *****************************************************************
      * ONE AVAILABILITY ROW PER ROSTER ROW.  AN ANALYST WITH NO
      * EMPLOYEE ID IS CARRIED AS ROSTERED AND LISTED FOR FOLLOW-UP
      *****************************************************************
       300-DERIVE-AVAILABILITY.
           READ ROSTER-FILE
               AT END MOVE 'Y' TO WS-ROSTER-EOF-SWITCH
           END-READ.
           IF NOT ROSTER-EOF
               ADD 1 TO WS-ANALYSTS-READ
               MOVE SPACES TO WS-DAY-FLAGS
               MOVE SPACE TO WS-TODAY-TYPE
               MOVE 0 TO WS-ABSENT-DAYS
               MOVE SPACES TO WS-REMARK
               MOVE ROSTER-REC TO AVAIL-ROSTER-REC
               MOVE SPACE TO AV-ABSENCE-STATUS
               IF RS-EMPLOYEE-ID = SPACES
                   ADD 1 TO WS-NOT-LINKED
                   MOVE 'NOT LINKED TO EMPMAST' TO WS-REMARK
               ELSE
                   IF CRTCAL-OPEN
                       PERFORM 320-POST-COURT-HEARINGS
                   END-IF
                   PERFORM 340-MARK-ABSENT-DAYS
                   PERFORM 360-SET-AVAILABILITY
               END-IF
               WRITE AVAIL-ROSTER-REC
               PERFORM 380-WRITE-DETAIL-LINE
           END-IF.

      *****************************************************************
      * COURT DAYS - START THE CALENDAR AT ANALYST + TODAY AND WALK
      * THE WINDOW.  A SCHEDULED HEARING IS POSTED AS A COURT DAY OUT
      * (ALREADY POSTED IS LEFT ALONE); A HEARING NO LONGER SCHEDULED
      * TAKES BACK THE COURT ROW IT POSTED
      *****************************************************************
       320-POST-COURT-HEARINGS.
           MOVE 'N' TO WS-CAL-SCAN-SWITCH.
           MOVE LOW-VALUES TO CC-KEY.
           MOVE RS-ANALYST-ID TO CC-ANALYST-ID.
           MOVE WS-TODAY TO CC-HEARING-DATE.
           START COURT-CAL-FILE KEY NOT < CC-KEY
               INVALID KEY MOVE 'Y' TO WS-CAL-SCAN-SWITCH
           END-START.
           PERFORM 325-READ-NEXT-HEARING UNTIL CAL-SCAN-DONE.

       325-READ-NEXT-HEARING.
           READ COURT-CAL-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-CAL-SCAN-SWITCH
           END-READ.
           IF NOT CAL-SCAN-DONE
               IF CC-ANALYST-ID NOT = RS-ANALYST-ID
                  OR CC-HEARING-DATE > WS-WINDOW-END
                   MOVE 'Y' TO WS-CAL-SCAN-SWITCH
               ELSE
                   IF CC-SCHEDULED
                       PERFORM 330-POST-COURT-DAY
                   ELSE
                       PERFORM 335-REMOVE-COURT-DAY
                   END-IF
               END-IF
           END-IF.

       330-POST-COURT-DAY.
           MOVE RS-EMPLOYEE-ID TO AB-EMPLOYEE-ID.
           MOVE CC-HEARING-DATE TO AB-FROM-DATE.
           MOVE 'C' TO AB-ABSENCE-TYPE.
           MOVE CC-HEARING-DATE TO AB-TO-DATE.
           MOVE 0 TO AB-HOURS.
           MOVE 'C' TO AB-SOURCE.
           MOVE CC-DOCKET-NO TO AB-REFERENCE.
           MOVE WS-TODAY TO AB-POSTED-DATE.
           WRITE ABSENCE-MASTER-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-COURT-POSTED
           END-WRITE.

       335-REMOVE-COURT-DAY.
           MOVE RS-EMPLOYEE-ID TO AB-EMPLOYEE-ID.
           MOVE CC-HEARING-DATE TO AB-FROM-DATE.
           MOVE 'C' TO AB-ABSENCE-TYPE.
           READ ABSENCE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AB-REFERENCE = CC-DOCKET-NO
                       DELETE ABSENCE-MASTER RECORD
                       ADD 1 TO WS-COURT-REMOVED
                   END-IF
           END-READ.

      *****************************************************************
      * WALK THE ANALYST'S ABSENCES IN FIRST-DAY ORDER UP TO THE END
      * OF THE WINDOW AND MARK EVERY WINDOW DAY EACH ONE COVERS -
      * OVERLAPPING ABSENCES ONLY COUNT THE DAY ONCE
      *****************************************************************
       340-MARK-ABSENT-DAYS.
           MOVE 'N' TO WS-ABS-SCAN-SWITCH.
           MOVE LOW-VALUES TO AB-KEY.
           MOVE RS-EMPLOYEE-ID TO AB-EMPLOYEE-ID.
           START ABSENCE-MASTER KEY NOT < AB-KEY
               INVALID KEY MOVE 'Y' TO WS-ABS-SCAN-SWITCH
           END-START.
           PERFORM 345-READ-NEXT-ABSENCE UNTIL ABS-SCAN-DONE.
           INSPECT WS-DAY-FLAGS TALLYING WS-ABSENT-DAYS FOR ALL 'X'.

       345-READ-NEXT-ABSENCE.
           READ ABSENCE-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-ABS-SCAN-SWITCH
           END-READ.
           IF NOT ABS-SCAN-DONE
               IF AB-EMPLOYEE-ID NOT = RS-EMPLOYEE-ID
                  OR AB-FROM-DATE > WS-WINDOW-END
                   MOVE 'Y' TO WS-ABS-SCAN-SWITCH
               ELSE
                   IF AB-FROM-DATE NUMERIC AND AB-TO-DATE NUMERIC
                      AND AB-TO-DATE NOT < WS-TODAY
                       PERFORM 350-MARK-ONE-ABSENCE
                   END-IF
               END-IF
           END-IF.

       350-MARK-ONE-ABSENCE.
           MOVE AB-FROM-DATE TO WS-DATE-9.
           COMPUTE WS-FIRST-SUB =
               FUNCTION INTEGER-OF-DATE(WS-DATE-9) - WS-TODAY-INT + 1.
           IF WS-FIRST-SUB < 1
               MOVE 1 TO WS-FIRST-SUB
           END-IF.
           MOVE AB-TO-DATE TO WS-DATE-9.
           COMPUTE WS-LAST-SUB =
               FUNCTION INTEGER-OF-DATE(WS-DATE-9) - WS-TODAY-INT + 1.
           IF WS-LAST-SUB > WS-WINDOW-DAYS
               MOVE WS-WINDOW-DAYS TO WS-LAST-SUB
           END-IF.
           IF WS-FIRST-SUB = 1 AND WS-TODAY-TYPE = SPACE
               MOVE AB-ABSENCE-TYPE TO WS-TODAY-TYPE
           END-IF.
           PERFORM 355-MARK-ONE-DAY
               VARYING WS-DAY-SUB FROM WS-FIRST-SUB BY 1
               UNTIL WS-DAY-SUB > WS-LAST-SUB.

       355-MARK-ONE-DAY.
           MOVE 'X' TO WS-DAY-FLAGS(WS-DAY-SUB:1).

      *****************************************************************
      * OUT THE WHOLE WINDOW - UNAVAILABLE, CAP ZERO, STATUS 'W'.
      * OUT TODAY - UNAVAILABLE, STATUS 'T'.  OTHERWISE THE ROSTER
      * FLAG STANDS.  THE CAP IS PRORATED BY THE DAYS IN THE OFFICE
      * (ROUNDED DOWN); A CAP THAT PRORATES TO ZERO IS UNAVAILABLE
      *****************************************************************
       360-SET-AVAILABILITY.
           COMPUTE AV-CASE-CAP =
               RS-CASE-CAP * (WS-WINDOW-DAYS - WS-ABSENT-DAYS)
               / WS-WINDOW-DAYS.
           IF AV-CASE-CAP < RS-CASE-CAP
               ADD 1 TO WS-CAPS-REDUCED
           END-IF.
           IF WS-ABSENT-DAYS NOT < WS-WINDOW-DAYS
               ADD 1 TO WS-OUT-WINDOW
               MOVE 'N' TO AV-AVAILABLE-FLAG
               MOVE 0 TO AV-CASE-CAP
               MOVE 'W' TO AV-ABSENCE-STATUS
               MOVE 'OUT FOR THE WINDOW' TO WS-REMARK
           ELSE
               IF WS-TODAY-TYPE NOT = SPACE
                   ADD 1 TO WS-OUT-TODAY
                   MOVE 'N' TO AV-AVAILABLE-FLAG
                   MOVE 'T' TO AV-ABSENCE-STATUS
                   EVALUATE WS-TODAY-TYPE
                       WHEN 'V'
                           MOVE 'OUT TODAY - VACATION' TO WS-REMARK
                       WHEN 'S'
                           MOVE 'OUT TODAY - SICK' TO WS-REMARK
                       WHEN 'T'
                           MOVE 'OUT TODAY - TRAINING' TO WS-REMARK
                       WHEN 'C'
                           MOVE 'OUT TODAY - COURT' TO WS-REMARK
                       WHEN OTHER
                           MOVE 'OUT TODAY' TO WS-REMARK
                   END-EVALUATE
               ELSE
                   IF AV-CASE-CAP = 0 AND RS-CASE-CAP > 0
                       MOVE 'N' TO AV-AVAILABLE-FLAG
                       MOVE 'CAP PRORATED TO ZERO' TO WS-REMARK
                   END-IF
               END-IF
           END-IF.
           IF WS-REMARK = SPACES AND RS-AVAILABLE-FLAG NOT = 'Y'
               MOVE 'ROSTER HOLD' TO WS-REMARK
           END-IF.

       380-WRITE-DETAIL-LINE.
           MOVE RS-ANALYST-ID TO AVD-ANALYST-ID.
           MOVE RS-ANALYST-NAME TO AVD-ANALYST-NAME.
           MOVE RS-EMPLOYEE-ID TO AVD-EMPLOYEE-ID.
           MOVE RS-AVAILABLE-FLAG TO AVD-ROSTER-FLAG.
           MOVE AV-AVAILABLE-FLAG TO AVD-AVAILABLE-FLAG.
           MOVE WS-ABSENT-DAYS TO AVD-ABSENT-DAYS.
           MOVE RS-CASE-CAP TO AVD-CASE-CAP.
           MOVE AV-CASE-CAP TO AVD-PRORATED-CAP.
           MOVE WS-REMARK TO AVD-REMARK.
           MOVE AVL-DETAIL-LINE TO AVL-OUT-REC.
           WRITE AVL-OUT-REC.

      *DISPLAY THE AVAILABILITY DISPOSITION TOTALS*********************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-ANALYSTS-READ TO WS-ANALYSTS-READZ.
           DISPLAY 'Roster Analysts Read      : ' WS-ANALYSTS-READZ.
           MOVE WS-NOT-LINKED TO WS-NOT-LINKEDZ.
           DISPLAY 'Not Linked To EMPMAST     : ' WS-NOT-LINKEDZ.
           MOVE WS-OUT-TODAY TO WS-OUT-TODAYZ.
           DISPLAY 'Analysts Out Today        : ' WS-OUT-TODAYZ.
           MOVE WS-OUT-WINDOW TO WS-OUT-WINDOWZ.
           DISPLAY 'Out For The Whole Window  : ' WS-OUT-WINDOWZ.
           MOVE WS-CAPS-REDUCED TO WS-CAPS-REDUCEDZ.
           DISPLAY 'Case Caps Prorated Down   : ' WS-CAPS-REDUCEDZ.
           MOVE WS-COURT-POSTED TO WS-COURT-POSTEDZ.
           DISPLAY 'Court Days Posted         : ' WS-COURT-POSTEDZ.
           MOVE WS-COURT-REMOVED TO WS-COURT-REMOVEDZ.
           DISPLAY 'Court Days Withdrawn      : ' WS-COURT-REMOVEDZ.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           CLOSE ROSTER-FILE
                 AVAIL-ROSTER-FILE
                 ABSENCE-MASTER
                 AVAIL-REPORT-FILE.
           IF CRTCAL-OPEN
               CLOSE COURT-CAL-FILE
           END-IF.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
