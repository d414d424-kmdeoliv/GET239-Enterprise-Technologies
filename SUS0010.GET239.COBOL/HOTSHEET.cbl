      *master, and prints the hot sheet one line per outstanding
      *theft in beat order for the roll-call clipboards.  A case
      *drops off automatically the morning after its recovery posts
      *- the sheet is rebuilt from scratch every run.  When the auto
      *theft unit has keyed the vehicle on the VEHMAST descriptor
      *master, a second line under the case gives patrol the plate,
      *state, year, make, model, color and VIN to look for.
      *****************************************************************

       ID DIVISION.
           SELECT RECOV-MASTER-FILE ASSIGN TO RECOVMST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECOVMST-STATUS.
           SELECT VEH-MASTER-FILE ASSIGN TO VEHMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VM-CASE-NUMBER
           FILE STATUS IS WS-VEHMAST-STATUS.
           SELECT HOT-CTL-FILE ASSIGN TO HOTCTL
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOT-SHEET-FILE ASSIGN TO HOTSHEET
           05  RM-RECOVERY-DATE             PIC X(8).
           05  RM-RECOVERY-LOCATION         PIC X(30).

      *****VEHICLE DESCRIPTOR MASTER MAINTAINED BY VEHMNT**************
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

      *****CONTROL FILE - THE LOOKBACK DAY WINDOW**********************
       FD  HOT-CTL-FILE.
       01  HOT-CTL-REC.
           05 WS-RECOVERED-SWITCH      PIC X        VALUE 'N'.
              88 CASE-RECOVERED                     VALUE 'Y'.
       01 WS-RECOVMST-STATUS           PIC XX.
       01 WS-VEHMAST-STATUS            PIC XX.
       01 WS-VEHMAST-AVAILABLE-SWITCH  PIC X        VALUE 'N'.
           88 VEHMAST-AVAILABLE                     VALUE 'Y'.

      *****CONVERTED DATE *********************************************
       01  WS-DATE-CONV.
       01 WS-DROPPED-RECOVEREDZ    PIC ZZ,ZZ9.
       01 WS-DROPPED-AGED          PIC 9(7)     VALUE 0.
       01 WS-DROPPED-AGEDZ         PIC Z,ZZZ,ZZ9.
       01 WS-VEHICLE-LINES         PIC 9(5)     VALUE 0.
       01 WS-VEHICLE-LINESZ        PIC ZZ,ZZ9.

      *****REPORT LINE LAYOUTS*****************************************
       01  HOT-HEADING-1.
           05  HTD-ADDRESS        PIC X(40).
           05                     PIC X(2)  VALUE SPACES.
           05  HTD-DESC           PIC X(25).
       01  HOT-VEHICLE-LINE.
           05                     PIC X(16) VALUE SPACES.
           05  HTV-PLATE-NUMBER   PIC X(10).
           05                     PIC X(1)  VALUE SPACES.
           05  HTV-PLATE-STATE    PIC X(2).
           05                     PIC X(2)  VALUE SPACES.
           05  HTV-MODEL-YEAR     PIC X(4).
           05                     PIC X(1)  VALUE SPACES.
           05  HTV-MAKE           PIC X(15).
           05                     PIC X(1)  VALUE SPACES.
           05  HTV-MODEL          PIC X(15).
           05                     PIC X(1)  VALUE SPACES.
           05  HTV-COLOR          PIC X(10).
           05                     PIC X(1)  VALUE SPACES.
           05  HTV-VIN            PIC X(17).

      *****************************************************************
       PROCEDURE DIVISION.
               FUNCTION INTEGER-OF-DATE(WS-TODAY).
           OPEN INPUT CRIME-FILE-IN.
           OPEN OUTPUT HOT-SHEET-FILE.
           OPEN INPUT VEH-MASTER-FILE.
           IF WS-VEHMAST-STATUS = '00'
               MOVE 'Y' TO WS-VEHMAST-AVAILABLE-SWITCH
           END-IF.

      *****************************************************************
      * THE RECOVERY MASTER IS ABSENT UNTIL RECOVEDT'S FIRST RUN -
           MOVE CC-CRIME-DESC(1:25) TO HTD-DESC.
           MOVE HOT-DETAIL-LINE TO HOT-OUT-REC.
           WRITE HOT-OUT-REC.
           IF VEHMAST-AVAILABLE
               PERFORM 335-WRITE-VEHICLE-LINE
           END-IF.

      *****************************************************************
      * THE DESCRIPTOR LINE PRINTS ONLY ONCE VEHMNT HAS THE VEHICLE
      *****************************************************************
       335-WRITE-VEHICLE-LINE.
           MOVE CC-CASE-NUMBER TO VM-CASE-NUMBER.
           READ VEH-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-VEHICLE-LINES
                   MOVE VM-PLATE-NUMBER TO HTV-PLATE-NUMBER
                   MOVE VM-PLATE-STATE TO HTV-PLATE-STATE
                   MOVE VM-MODEL-YEAR TO HTV-MODEL-YEAR
                   MOVE VM-MAKE TO HTV-MAKE
                   MOVE VM-MODEL TO HTV-MODEL
                   MOVE VM-COLOR TO HTV-COLOR
                   MOVE VM-VIN TO HTV-VIN
                   MOVE HOT-VEHICLE-LINE TO HOT-OUT-REC
                   WRITE HOT-OUT-REC
           END-READ.

      *DISPLAY THE HOT SHEET DISPOSITION TOTALS************************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'Dropped - Recovery Posted : ' WS-DROPPED-RECOVEREDZ.
           MOVE WS-DROPPED-AGED TO WS-DROPPED-AGEDZ.
           DISPLAY 'Outside Lookback Window   : ' WS-DROPPED-AGEDZ.
           MOVE WS-VEHICLE-LINES TO WS-VEHICLE-LINESZ.
           DISPLAY 'With Vehicle Descriptor   : ' WS-VEHICLE-LINESZ.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           CLOSE CRIME-FILE-IN
                 HOT-SHEET-FILE.
           IF VEHMAST-AVAILABLE
               CLOSE VEH-MASTER-FILE
           END-IF.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
