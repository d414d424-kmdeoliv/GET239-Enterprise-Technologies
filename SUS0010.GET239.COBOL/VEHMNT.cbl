      *****************************************************************
      *PURPOSE: Stolen-vehicle descriptor master maintenance.  The
      *crime record and CASEMAST carry nothing about the vehicle
      *itself, so the hot sheet, the owner letters and the carrier
      *extract could only ever give a case number and an address.
      *This program applies ADD/CHG/DEL transactions from the auto
      *theft unit to the keyed VEHMAST descriptor master (one vehicle
      *per case number - VIN, plate and plate state, make, model,
      *model year and color).  Each transaction is edited - the
      *action must be known, an added case must exist on CASEMAST,
      *the vehicle needs a VIN or a plate to be enterable on the
      *state hot list, a VIN must be 17 characters without the
      *letters I, O or Q on a 1981-or-later vehicle, a plate needs
      *its issuing state, the model year must be numeric and
      *plausible, and CHG/DEL must name an existing vehicle - and
      *every applied change writes a before/after record to the
      *VEHAUD trail the same way PARTYMNT audits the contact master.
      *SVSENTRY reads VEHMAST to build the state entry file.
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      VEHMNT.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    January 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VEH-TRAN-FILE ASSIGN TO VEHTRN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VEH-MASTER-FILE ASSIGN TO VEHMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VM-CASE-NUMBER
           FILE STATUS IS WS-VEHMAST-STATUS.
           SELECT CASE-MASTER-FILE ASSIGN TO CASEMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-CASE-NUMBER
           FILE STATUS IS WS-CASEMAST-STATUS.
           SELECT VEH-AUDIT-FILE ASSIGN TO VEHAUD
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * VEHICLE DESCRIPTOR TRANSACTIONS FROM THE AUTO THEFT UNIT
      *****************************************************************
       FD  VEH-TRAN-FILE.
       01  VEH-TRAN-REC.
           05  VT-ACTION                    PIC X(3).
           05  FILLER                       PIC X.
           05  VT-CASE-NUMBER               PIC X(8).
           05  VT-VIN                       PIC X(17).
           05  VT-PLATE-NUMBER              PIC X(10).
           05  VT-PLATE-STATE               PIC X(2).
           05  VT-MAKE                      PIC X(15).
           05  VT-MODEL                     PIC X(15).
           05  VT-MODEL-YEAR                PIC X(4).
           05  VT-COLOR                     PIC X(10).

      *****************************************************************
      * VEHICLE DESCRIPTOR MASTER - ONE STOLEN VEHICLE PER CASE
      * NUMBER, THE IDENTIFIERS THE STATE HOT LIST AND ROLL CALL NEED
      *****************************************************************
       FD  VEH-MASTER-FILE.
       01  VEH-MASTER-REC.
           05  VM-CASE-NUMBER               PIC X(8).
           05  VM-VIN                       PIC X(17).
           05  VM-PLATE-NUMBER              PIC X(10).
           05  VM-PLATE-STATE               PIC X(2).
           05  VM-MAKE                      PIC X(15).
           05  VM-MODEL                     PIC X(15).
           05  VM-MODEL-YEAR                PIC X(4).
           05  VM-COLOR                     PIC X(10).

      *****PERSISTENT CASE MASTER - KEY ONLY, FOR THE EXISTENCE EDIT***
       FD  CASE-MASTER-FILE.
       01  CASE-MASTER-REC.
           05  CM-CASE-NUMBER               PIC X(8).
           05  FILLER                       PIC X(258).

      *****************************************************************
      * CHANGE-AUDIT TRAIL - ONE RECORD PER APPLIED TRANSACTION WITH
      * THE BEFORE AND AFTER VEHICLE IMAGES AND THE RUN TIMESTAMP
      *****************************************************************
       FD  VEH-AUDIT-FILE.
       01  VEH-AUDIT-REC.
           05  VAU-TIMESTAMP                PIC X(14).
           05  VAU-ACTION                   PIC X(3).
           05  VAU-BEFORE-IMAGE             PIC X(81).
           05  VAU-AFTER-IMAGE              PIC X(81).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-TRAN-EOF-SWITCH       PIC X        VALUE 'N'.
              88 TRAN-EOF                           VALUE 'Y'.
           05 WS-TRAN-VALID-SWITCH     PIC X        VALUE 'Y'.
              88 TRAN-VALID                         VALUE 'Y'.
           05 WS-VEH-FOUND-SWITCH      PIC X        VALUE 'N'.
              88 VEH-FOUND                          VALUE 'Y'.
           05 WS-CASE-FOUND-SWITCH     PIC X        VALUE 'N'.
              88 CASE-FOUND                         VALUE 'Y'.
       01 WS-VEHMAST-STATUS            PIC XX.
       01 WS-CASEMAST-STATUS           PIC XX.
       01 WS-RUN-TIMESTAMP             PIC X(14).
       01 WS-REJECT-REASON             PIC X(30).
       01 WS-BEFORE-IMAGE              PIC X(81).

      *****MODEL-YEAR AND VIN EDIT WORK FIELDS*************************
       01 WS-CURRENT-YEAR              PIC 9(4).
       01 WS-MODEL-YEAR9               PIC 9(4).
       01 WS-VIN-BAD-CHARS             PIC 9(3).
       01 WS-VIN-LENGTH                PIC 9(3).
       01 WS-VIN-SUB                   PIC 9(3).

      *****MAINTENANCE DISPOSITION COUNTERS****************************
       01 WS-TRAN-READ             PIC 9(5)     VALUE 0.
       01 WS-TRAN-READZ            PIC ZZ,ZZ9.
       01 WS-TRAN-APPLIED          PIC 9(5)     VALUE 0.
       01 WS-TRAN-APPLIEDZ         PIC ZZ,ZZ9.
       01 WS-TRAN-REJECTED         PIC 9(5)     VALUE 0.
       01 WS-TRAN-REJECTEDZ        PIC ZZ,ZZ9.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 200-OPEN-FILES.
           PERFORM 300-APPLY-TRANSACTIONS UNTIL TRAN-EOF.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies VEHMNT  *'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* January, 2017                          *'.
           DISPLAY '******************************************'.

      *****************************************************************
      * THE VEHICLE MASTER MAY NOT EXIST YET ON THE FIRST RUN -
      * CREATE IT EMPTY AND REOPEN, THE SAME WAY PARTYMNT TREATS THE
      * CONTACT MASTER
      *****************************************************************
       200-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP.
           MOVE WS-RUN-TIMESTAMP(1:4) TO WS-CURRENT-YEAR.
           OPEN INPUT VEH-TRAN-FILE.
           OPEN I-O VEH-MASTER-FILE.
           IF WS-VEHMAST-STATUS = '35'
               OPEN OUTPUT VEH-MASTER-FILE
               CLOSE VEH-MASTER-FILE
               OPEN I-O VEH-MASTER-FILE
           END-IF.
           OPEN INPUT CASE-MASTER-FILE.
           OPEN EXTEND VEH-AUDIT-FILE.

      *****************************************************************
       300-APPLY-TRANSACTIONS.
           READ VEH-TRAN-FILE
               AT END MOVE 'Y' TO WS-TRAN-EOF-SWITCH
           END-READ.
           IF NOT TRAN-EOF
               ADD 1 TO WS-TRAN-READ
               PERFORM 310-VALIDATE-TRANSACTION
               IF TRAN-VALID
                   ADD 1 TO WS-TRAN-APPLIED
                   PERFORM 350-APPLY-ONE-TRANSACTION
               ELSE
                   ADD 1 TO WS-TRAN-REJECTED
                   DISPLAY '*** TRANSACTION REJECTED *** '
                           VT-ACTION ' ' VT-CASE-NUMBER
                           ' - ' WS-REJECT-REASON
               END-IF
           END-IF.

      *****************************************************************
      * THE ACTION MUST BE KNOWN; ADD/CHG MUST CARRY A USABLE VEHICLE
      * DESCRIPTION; AN ADD MUST NAME A CASE ON THE CASE MASTER WITH
      * NO VEHICLE YET; CHG/DEL MUST NAME AN EXISTING VEHICLE
      *****************************************************************
       310-VALIDATE-TRANSACTION.
           MOVE 'Y' TO WS-TRAN-VALID-SWITCH.
           MOVE SPACES TO WS-REJECT-REASON.
           IF VT-CASE-NUMBER = SPACES
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'CASE NUMBER BLANK' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID
              AND VT-ACTION NOT = 'ADD' AND VT-ACTION NOT = 'CHG'
              AND VT-ACTION NOT = 'DEL'
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'UNKNOWN ACTION CODE' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID AND VT-ACTION NOT = 'DEL'
               PERFORM 340-EDIT-DESCRIPTOR-FIELDS
           END-IF.
           IF TRAN-VALID
               PERFORM 320-READ-VEH-MASTER
               EVALUATE VT-ACTION
                   WHEN 'ADD'
                       IF VEH-FOUND
                           MOVE 'N' TO WS-TRAN-VALID-SWITCH
                           MOVE 'VEHICLE ALREADY ON MASTER'
                               TO WS-REJECT-REASON
                       ELSE
                           PERFORM 330-CHECK-CASE-EXISTS
                       END-IF
                   WHEN 'CHG'
                   WHEN 'DEL'
                       IF NOT VEH-FOUND
                           MOVE 'N' TO WS-TRAN-VALID-SWITCH
                           MOVE 'VEHICLE NOT ON MASTER'
                               TO WS-REJECT-REASON
                       END-IF
               END-EVALUATE
           END-IF.

       320-READ-VEH-MASTER.
           MOVE 'N' TO WS-VEH-FOUND-SWITCH.
           MOVE VT-CASE-NUMBER TO VM-CASE-NUMBER.
           READ VEH-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-VEH-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO WS-VEH-FOUND-SWITCH
           END-READ.

       330-CHECK-CASE-EXISTS.
           MOVE 'N' TO WS-CASE-FOUND-SWITCH.
           MOVE VT-CASE-NUMBER TO CM-CASE-NUMBER.
           READ CASE-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-CASE-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CASE-FOUND-SWITCH
           END-READ.
           IF NOT CASE-FOUND
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'CASE NOT ON CASE MASTER' TO WS-REJECT-REASON
           END-IF.

      *****************************************************************
      * THE STATE SYSTEM WILL NOT TAKE AN ENTRY WITHOUT A VIN OR A
      * PLATE, SO ONE OF THE TWO IS REQUIRED.  THE 17-CHARACTER VIN
      * RULE (NO I, O OR Q) ONLY APPLIES FROM MODEL YEAR 1981 ON -
      * OLDER VEHICLES CARRY SHORTER MANUFACTURER SERIALS
      *****************************************************************
       340-EDIT-DESCRIPTOR-FIELDS.
           IF VT-VIN = SPACES AND VT-PLATE-NUMBER = SPACES
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'VIN AND PLATE BOTH BLANK' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID AND VT-PLATE-NUMBER NOT = SPACES
              AND VT-PLATE-STATE = SPACES
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'PLATE STATE BLANK' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID AND VT-MAKE = SPACES
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'VEHICLE MAKE BLANK' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID
               IF VT-MODEL-YEAR NOT NUMERIC
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
                   MOVE 'MODEL YEAR NOT NUMERIC' TO WS-REJECT-REASON
               ELSE
                   MOVE VT-MODEL-YEAR TO WS-MODEL-YEAR9
                   IF WS-MODEL-YEAR9 < 1900
                      OR WS-MODEL-YEAR9 > WS-CURRENT-YEAR + 1
                       MOVE 'N' TO WS-TRAN-VALID-SWITCH
                       MOVE 'MODEL YEAR OUT OF RANGE'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
           IF TRAN-VALID AND VT-VIN NOT = SPACES
              AND WS-MODEL-YEAR9 NOT < 1981
               PERFORM 345-EDIT-VIN
           END-IF.

       345-EDIT-VIN.
           MOVE 0 TO WS-VIN-BAD-CHARS.
           INSPECT VT-VIN TALLYING WS-VIN-BAD-CHARS
               FOR ALL 'I' ALL 'O' ALL 'Q'.
           MOVE 0 TO WS-VIN-LENGTH.
           MOVE 17 TO WS-VIN-SUB.
           PERFORM 346-FIND-VIN-LENGTH
               UNTIL WS-VIN-SUB = 0 OR WS-VIN-LENGTH > 0.
           IF WS-VIN-LENGTH NOT = 17
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'VIN NOT 17 CHARACTERS' TO WS-REJECT-REASON
           ELSE
               IF WS-VIN-BAD-CHARS > 0
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
                   MOVE 'VIN HAS I, O OR Q' TO WS-REJECT-REASON
               END-IF
           END-IF.

       346-FIND-VIN-LENGTH.
           IF VT-VIN(WS-VIN-SUB:1) NOT = SPACE
               MOVE WS-VIN-SUB TO WS-VIN-LENGTH
           ELSE
               SUBTRACT 1 FROM WS-VIN-SUB
           END-IF.

      *****************************************************************
      * APPLY TO THE KEYED MASTER AND WRITE THE BEFORE/AFTER AUDIT
      * IMAGES - BLANK BEFORE FOR AN ADD, BLANK AFTER FOR A DELETE
      *****************************************************************
       350-APPLY-ONE-TRANSACTION.
           IF VEH-FOUND
               MOVE VEH-MASTER-REC TO WS-BEFORE-IMAGE
           ELSE
               MOVE SPACES TO WS-BEFORE-IMAGE
           END-IF.
           MOVE WS-RUN-TIMESTAMP TO VAU-TIMESTAMP.
           MOVE VT-ACTION TO VAU-ACTION.
           MOVE WS-BEFORE-IMAGE TO VAU-BEFORE-IMAGE.
           EVALUATE VT-ACTION
               WHEN 'ADD'
                   PERFORM 360-BUILD-MASTER-FIELDS
                   WRITE VEH-MASTER-REC
                   MOVE VEH-MASTER-REC TO VAU-AFTER-IMAGE
               WHEN 'CHG'
                   PERFORM 360-BUILD-MASTER-FIELDS
                   REWRITE VEH-MASTER-REC
                   MOVE VEH-MASTER-REC TO VAU-AFTER-IMAGE
               WHEN 'DEL'
                   DELETE VEH-MASTER-FILE
                   MOVE SPACES TO VAU-AFTER-IMAGE
           END-EVALUATE.
           WRITE VEH-AUDIT-REC.

       360-BUILD-MASTER-FIELDS.
           MOVE VT-CASE-NUMBER TO VM-CASE-NUMBER.
           MOVE VT-VIN TO VM-VIN.
           MOVE VT-PLATE-NUMBER TO VM-PLATE-NUMBER.
           MOVE VT-PLATE-STATE TO VM-PLATE-STATE.
           MOVE VT-MAKE TO VM-MAKE.
           MOVE VT-MODEL TO VM-MODEL.
           MOVE VT-MODEL-YEAR TO VM-MODEL-YEAR.
           MOVE VT-COLOR TO VM-COLOR.

      *DISPLAY THE MAINTENANCE DISPOSITION TOTALS**********************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-TRAN-READ TO WS-TRAN-READZ.
           DISPLAY 'Transactions Read         : ' WS-TRAN-READZ.
           MOVE WS-TRAN-APPLIED TO WS-TRAN-APPLIEDZ.
           DISPLAY 'Transactions Applied      : ' WS-TRAN-APPLIEDZ.
           MOVE WS-TRAN-REJECTED TO WS-TRAN-REJECTEDZ.
           DISPLAY 'Transactions Rejected     : ' WS-TRAN-REJECTEDZ.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           CLOSE VEH-TRAN-FILE
                 VEH-MASTER-FILE
                 CASE-MASTER-FILE
                 VEH-AUDIT-FILE.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
