      *****************************************************************
      *PURPOSE: Year-end fixed-asset roll-forward - the asset
      *schedule the auditors ask for.  Reads the ASSETMST register
      *and rolls each GL asset account's cost, and each accumulated-
      *depreciation account, from the start of the ASTCTL RFYR year
      *(the current year when there is none) to its end:
      *  COST         BEGINNING + ADDITIONS - DISPOSALS = ENDING
      *  ACCUMULATED  BEGINNING + DEPRECIATION - DISPOSALS = ENDING
      *An asset acquired during the year is an addition, one
      *disposed of during the year a disposal (its cost, and the
      *depreciation taken on it, come off); an asset disposed of in
      *an earlier year is gone and not shown.  Each ending figure is
      *tied to the account's December balance on GLBAL (carry-
      *forward plus the period's debits less credits - accumulated
      *depreciation carries a credit balance) and any difference is
      *flagged; the run then ends RC=4.  Run it after December's
      *depreciation and before January's - once DEPRRUN charges the
      *new year the old year's depreciation is no longer on the
      *register, and such assets are counted and the run ends RC=4.
      *
      *ASTCTL ENTRIES USED HERE:
      *  RFYR  ROLL-FORWARD YEAR (CCYY)
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      ASSETRF.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    February 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSET-CTL-FILE ASSIGN TO ASTCTL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ASTCTL-STATUS.
           SELECT ASSET-MASTER ASSIGN TO ASSETMST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AS-TAG
           FILE STATUS IS WS-ASSETMST-STATUS.
           SELECT GL-BALANCE-FILE ASSIGN TO GLBAL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GB-KEY
           FILE STATUS IS WS-GLBAL-STATUS.
           SELECT ROLL-REPORT-FILE ASSIGN TO ASTRFWD
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****ASSET CONTROL - ACCOUNTS AND THE ROLL-FORWARD YEAR**********
       FD  ASSET-CTL-FILE.
       01  ASSET-CTL-REC.
           05  ASC-TYPE                     PIC X(4).
           05  ASC-VALUE-FULL               PIC X(8).

      *****FIXED-ASSET MASTER - SEE ASSETMNT***************************
       FD  ASSET-MASTER.
       01  ASSET-MASTER-REC.
           05  AS-TAG                       PIC X(8).
           05  AS-DESCRIPTION               PIC X(30).
           05  AS-ACQ-DATE                  PIC X(8).
           05  AS-COST                      PIC 9(9)V99.
           05  AS-LIFE-MONTHS               PIC 9(3).
           05  AS-METHOD                    PIC X(1).
               88  AS-STRAIGHT-LINE                     VALUE 'S'.
               88  AS-DOUBLE-DECLINING                  VALUE 'D'.
           05  AS-ASSET-ACCOUNT             PIC X(4).
           05  AS-ACCUM-ACCOUNT             PIC X(4).
           05  AS-LOCATION                  PIC X(8).
           05  AS-STATUS                    PIC X(1).
               88  AS-IN-SERVICE                        VALUE 'A'.
               88  AS-DISPOSED                          VALUE 'D'.
           05  AS-ACCUM-DEPR                PIC 9(9)V99.
           05  AS-LAST-DEPR-PERIOD          PIC X(6).
           05  AS-DEPR-YEAR                 PIC X(4).
           05  AS-DEPR-YTD                  PIC 9(9)V99.
           05  AS-DISPOSAL-DATE             PIC X(8).
           05  AS-PROCEEDS                  PIC 9(9)V99.
           05  AS-LAST-TRANSFER-DATE        PIC X(8).
           05  FILLER                       PIC X(3).

      *****GL BALANCE MASTER - SEE GLPOST******************************
       FD  GL-BALANCE-FILE.
       01  GL-BALANCE-REC.
           05  GB-KEY.
               10  GB-ACCOUNT-CODE          PIC X(4).
               10  GB-PERIOD                PIC X(6).
           05  GB-DEBITS                    PIC 9(9)V99.
           05  GB-CREDITS                   PIC 9(9)V99.
           05  GB-CARRY-FORWARD             PIC S9(9)V99.

      ***ASSET ROLL-FORWARD REPORT*************************************
       FD  ROLL-REPORT-FILE.
       01  ROLL-OUT-REC                     PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-CTL-EOF               PIC X        VALUE 'N'.
              88 CTL-EOF                            VALUE 'Y'.
           05 WS-ASSET-EOF             PIC X        VALUE 'N'.
              88 ASSET-EOF                          VALUE 'Y'.
       01 WS-ASTCTL-STATUS             PIC XX.
       01 WS-ASSETMST-STATUS           PIC XX.
       01 WS-GLBAL-STATUS              PIC XX.

      *****THE ROLL-FORWARD YEAR AND ONE ASSET'S FIGURES FOR IT********
       01 WS-ROLL-YEAR                 PIC X(4)     VALUE SPACES.
       01 WS-YEAR-END-PERIOD           PIC X(6).
       01 WS-YEAR-DEPR                 PIC 9(9)V99.
       01 WS-GL-BALANCE                PIC S9(11)V99.

      *****************************************************************
      * ONE ROW PER GL ACCOUNT ON THE REGISTER - KIND C COST (ASSET
      * ACCOUNT), A ACCUMULATED DEPRECIATION
      *****************************************************************
       01 WS-ACCT-COUNT                PIC 9(3)     VALUE 0.
       01 WS-ACCT-SUB                  PIC 9(3).
       01 WS-ACCT-HIT                  PIC 9(3).
       01 WS-SEEK-ACCOUNT              PIC X(4).
       01 WS-SEEK-KIND                 PIC X(1).
       01 WS-PRINT-KIND                PIC X(1).
       01 WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 100 TIMES.
              10 WS-ACCT-CODE          PIC X(4).
              10 WS-ACCT-KIND          PIC X(1).
              10 WS-ACCT-BEGINNING     PIC S9(11)V99.
              10 WS-ACCT-ADDITIONS     PIC S9(11)V99.
              10 WS-ACCT-DISPOSALS     PIC S9(11)V99.
              10 WS-ACCT-DEPRECIATION  PIC S9(11)V99.
              10 WS-ACCT-ENDING        PIC S9(11)V99.
              10 WS-ACCT-GL            PIC S9(11)V99.

      *****SECTION TOTALS - COST AND ACCUMULATED DEPRECIATION**********
       01 WS-SECTION-TOTALS.
           05 WS-SEC-BEGINNING         PIC S9(11)V99.
           05 WS-SEC-ADDITIONS         PIC S9(11)V99.
           05 WS-SEC-DISPOSALS         PIC S9(11)V99.
           05 WS-SEC-DEPRECIATION      PIC S9(11)V99.
           05 WS-SEC-ENDING            PIC S9(11)V99.
           05 WS-SEC-GL                PIC S9(11)V99.
       01 WS-COST-ENDING               PIC S9(11)V99 VALUE 0.
       01 WS-ACCUM-ENDING              PIC S9(11)V99 VALUE 0.

      *****ROLL-FORWARD COUNTERS***************************************
       01 WS-ASSETS-READ           PIC 9(5)     VALUE 0.
       01 WS-ASSETS-READZ          PIC ZZ,ZZ9.
       01 WS-ASSETS-ROLLED         PIC 9(5)     VALUE 0.
       01 WS-ASSETS-ROLLEDZ        PIC ZZ,ZZ9.
       01 WS-ASSETS-PAST-YEAR      PIC 9(5)     VALUE 0.
       01 WS-ASSETS-PAST-YEARZ     PIC ZZ,ZZ9.
       01 WS-ACCOUNTS-OUT          PIC 9(3)     VALUE 0.
       01 WS-ACCOUNTS-OUTZ         PIC ZZ9.
       01 WS-AMOUNTZ               PIC $$,$$$,$$$,$$9.99-.

      *****REPORT LINE LAYOUTS*****************************************
       01  RFW-HEADING-1.
           05                 PIC X(38) VALUE
                   'FIXED-ASSET ROLL-FORWARD - YEAR       '.
           05  RFH-YEAR       PIC X(4).
       01  RFW-HEADING-2.
           05                 PIC X(16) VALUE 'ACCOUNT'.
           05                 PIC X(16) VALUE '       BEGINNING'.
           05                 PIC X(16) VALUE '       ADDITIONS'.
           05                 PIC X(16) VALUE '       DISPOSALS'.
           05                 PIC X(16) VALUE '    DEPRECIATION'.
           05                 PIC X(16) VALUE '          ENDING'.
           05                 PIC X(16) VALUE '    GLBAL DEC 31'.
           05                 PIC X(16) VALUE '      DIFFERENCE'.
       01  RFW-SECTION-LINE.
           05  RFS-TITLE          PIC X(40).
       01  RFW-DETAIL-LINE.
           05  RFD-ACCOUNT        PIC X(14).
           05  RFD-AMOUNT-AREA.
               10  RFD-AMOUNTS    OCCURS 7 TIMES.
                   15             PIC X(1).
                   15  RFD-AMOUNT PIC ZZZ,ZZZ,ZZ9.99-.
           05                     PIC X(1)  VALUE SPACES.
           05  RFD-FLAG           PIC X(4).

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-ASSET-CONTROL.
           PERFORM 200-OPEN-FILES.
           PERFORM 300-ROLL-ONE-ASSET UNTIL ASSET-EOF.
           PERFORM 400-TIE-TO-GLBAL
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > WS-ACCT-COUNT.
           PERFORM 450-WRITE-ROLL-FORWARD.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies ASSETRF *'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* February, 2017                         *'.
           DISPLAY '******************************************'.

      *****************************************************************
       150-LOAD-ASSET-CONTROL.
           OPEN INPUT ASSET-CTL-FILE.
           IF WS-ASTCTL-STATUS NOT = '00'
               MOVE 'Y' TO WS-CTL-EOF
           END-IF.
           PERFORM 155-READ-ASSET-CTL-REC UNTIL CTL-EOF.
           IF WS-ASTCTL-STATUS = '00' OR WS-ASTCTL-STATUS = '10'
               CLOSE ASSET-CTL-FILE
           END-IF.
           IF WS-ROLL-YEAR NOT NUMERIC
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ROLL-YEAR
           END-IF.
           STRING WS-ROLL-YEAR '12' DELIMITED BY SIZE
               INTO WS-YEAR-END-PERIOD.
           DISPLAY 'Roll-Forward Year         : ' WS-ROLL-YEAR.

       155-READ-ASSET-CTL-REC.
           READ ASSET-CTL-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF
           END-READ.
           IF NOT CTL-EOF AND ASC-TYPE = 'RFYR'
               MOVE ASC-VALUE-FULL(1:4) TO WS-ROLL-YEAR
           END-IF.

      *****************************************************************
      * NO ASSET MASTER - AN EMPTY SCHEDULE.  NO GLBAL - EVERY
      * ACCOUNT SHOWS A ZERO BALANCE AND NOTHING TIES
      *****************************************************************
       200-OPEN-FILES.
           OPEN INPUT GL-BALANCE-FILE.
           OPEN OUTPUT ROLL-REPORT-FILE.
           MOVE WS-ROLL-YEAR TO RFH-YEAR.
           MOVE RFW-HEADING-1 TO ROLL-OUT-REC.
           WRITE ROLL-OUT-REC.
           MOVE RFW-HEADING-2 TO ROLL-OUT-REC.
           WRITE ROLL-OUT-REC.
           OPEN INPUT ASSET-MASTER.
           IF WS-ASSETMST-STATUS NOT = '00'
               MOVE 'Y' TO WS-ASSET-EOF
           ELSE
               MOVE LOW-VALUES TO AS-TAG
               START ASSET-MASTER KEY NOT < AS-TAG
                   INVALID KEY MOVE 'Y' TO WS-ASSET-EOF
               END-START
           END-IF.

      *****************************************************************
      * AN ASSET ACQUIRED AFTER THE YEAR, OR DISPOSED OF BEFORE IT,
      * HAS NO PART IN THE YEAR'S ROLL-FORWARD
      *****************************************************************
       300-ROLL-ONE-ASSET.
           READ ASSET-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-ASSET-EOF
           END-READ.
           IF NOT ASSET-EOF
               ADD 1 TO WS-ASSETS-READ
               IF AS-ACQ-DATE(1:4) NOT > WS-ROLL-YEAR
                  AND (AS-IN-SERVICE
                       OR AS-DISPOSAL-DATE(1:4) NOT < WS-ROLL-YEAR)
                   PERFORM 310-ROLL-ASSET
               END-IF
           END-IF.

       310-ROLL-ASSET.
           ADD 1 TO WS-ASSETS-ROLLED.
           MOVE 0 TO WS-YEAR-DEPR.
           IF AS-DEPR-YEAR = WS-ROLL-YEAR
               MOVE AS-DEPR-YTD TO WS-YEAR-DEPR
           END-IF.
           IF AS-DEPR-YEAR > WS-ROLL-YEAR
               ADD 1 TO WS-ASSETS-PAST-YEAR
           END-IF.
      *****THE COST SIDE - THE ASSET ACCOUNT***************************
           MOVE AS-ASSET-ACCOUNT TO WS-SEEK-ACCOUNT.
           MOVE 'C' TO WS-SEEK-KIND.
           PERFORM 320-FIND-ACCOUNT-ROW.
           IF WS-ACCT-HIT > 0
               IF AS-ACQ-DATE(1:4) < WS-ROLL-YEAR
                   ADD AS-COST TO WS-ACCT-BEGINNING(WS-ACCT-HIT)
               ELSE
                   ADD AS-COST TO WS-ACCT-ADDITIONS(WS-ACCT-HIT)
               END-IF
               IF AS-DISPOSED
                  AND AS-DISPOSAL-DATE(1:4) = WS-ROLL-YEAR
                   ADD AS-COST TO WS-ACCT-DISPOSALS(WS-ACCT-HIT)
               END-IF
           END-IF.
      *****THE ACCUMULATED DEPRECIATION SIDE***************************
           MOVE AS-ACCUM-ACCOUNT TO WS-SEEK-ACCOUNT.
           MOVE 'A' TO WS-SEEK-KIND.
           PERFORM 320-FIND-ACCOUNT-ROW.
           IF WS-ACCT-HIT > 0
               COMPUTE WS-ACCT-BEGINNING(WS-ACCT-HIT) =
                   WS-ACCT-BEGINNING(WS-ACCT-HIT)
                 + AS-ACCUM-DEPR - WS-YEAR-DEPR
               ADD WS-YEAR-DEPR TO WS-ACCT-DEPRECIATION(WS-ACCT-HIT)
               IF AS-DISPOSED
                  AND AS-DISPOSAL-DATE(1:4) = WS-ROLL-YEAR
                   ADD AS-ACCUM-DEPR
                       TO WS-ACCT-DISPOSALS(WS-ACCT-HIT)
               END-IF
           END-IF.

      *****************************************************************
      * THE ACCOUNT'S ROW, ADDED THE FIRST TIME THE ACCOUNT IS SEEN
      *****************************************************************
       320-FIND-ACCOUNT-ROW.
           MOVE 0 TO WS-ACCT-HIT.
           PERFORM 325-MATCH-ACCOUNT-ROW
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > WS-ACCT-COUNT OR WS-ACCT-HIT > 0.
           IF WS-ACCT-HIT = 0 AND WS-ACCT-COUNT < 100
               ADD 1 TO WS-ACCT-COUNT
               MOVE WS-ACCT-COUNT TO WS-ACCT-HIT
               MOVE WS-SEEK-ACCOUNT TO WS-ACCT-CODE(WS-ACCT-HIT)
               MOVE WS-SEEK-KIND TO WS-ACCT-KIND(WS-ACCT-HIT)
               MOVE 0 TO WS-ACCT-BEGINNING(WS-ACCT-HIT)
               MOVE 0 TO WS-ACCT-ADDITIONS(WS-ACCT-HIT)
               MOVE 0 TO WS-ACCT-DISPOSALS(WS-ACCT-HIT)
               MOVE 0 TO WS-ACCT-DEPRECIATION(WS-ACCT-HIT)
               MOVE 0 TO WS-ACCT-ENDING(WS-ACCT-HIT)
               MOVE 0 TO WS-ACCT-GL(WS-ACCT-HIT)
           END-IF.

       325-MATCH-ACCOUNT-ROW.
           IF WS-ACCT-CODE(WS-ACCT-SUB) = WS-SEEK-ACCOUNT
              AND WS-ACCT-KIND(WS-ACCT-SUB) = WS-SEEK-KIND
               MOVE WS-ACCT-SUB TO WS-ACCT-HIT
           END-IF.

      *****************************************************************
      * THE ENDING FIGURE AGAINST THE DECEMBER GLBAL BALANCE - A COST
      * ACCOUNT CARRIES A DEBIT BALANCE, ACCUMULATED DEPRECIATION A
      * CREDIT BALANCE.  NO ROW FOR THE ACCOUNT IS A ZERO BALANCE
      *****************************************************************
       400-TIE-TO-GLBAL.
           IF WS-ACCT-KIND(WS-ACCT-SUB) = 'C'
               COMPUTE WS-ACCT-ENDING(WS-ACCT-SUB) =
                   WS-ACCT-BEGINNING(WS-ACCT-SUB)
                 + WS-ACCT-ADDITIONS(WS-ACCT-SUB)
                 - WS-ACCT-DISPOSALS(WS-ACCT-SUB)
           ELSE
               COMPUTE WS-ACCT-ENDING(WS-ACCT-SUB) =
                   WS-ACCT-BEGINNING(WS-ACCT-SUB)
                 + WS-ACCT-DEPRECIATION(WS-ACCT-SUB)
                 - WS-ACCT-DISPOSALS(WS-ACCT-SUB)
           END-IF.
           MOVE 0 TO WS-GL-BALANCE.
           IF WS-GLBAL-STATUS = '00' OR WS-GLBAL-STATUS = '23'
               MOVE WS-ACCT-CODE(WS-ACCT-SUB) TO GB-ACCOUNT-CODE
               MOVE WS-YEAR-END-PERIOD TO GB-PERIOD
               READ GL-BALANCE-FILE
                   INVALID KEY
                       MOVE 0 TO WS-GL-BALANCE
                   NOT INVALID KEY
                       COMPUTE WS-GL-BALANCE = GB-CARRY-FORWARD
                           + GB-DEBITS - GB-CREDITS
               END-READ
           END-IF.
           IF WS-ACCT-KIND(WS-ACCT-SUB) = 'C'
               MOVE WS-GL-BALANCE TO WS-ACCT-GL(WS-ACCT-SUB)
           ELSE
               COMPUTE WS-ACCT-GL(WS-ACCT-SUB) = 0 - WS-GL-BALANCE
           END-IF.
           IF WS-ACCT-GL(WS-ACCT-SUB) NOT = WS-ACCT-ENDING(WS-ACCT-SUB)
               ADD 1 TO WS-ACCOUNTS-OUT
           END-IF.

      *****************************************************************
      * THE COST SECTION, THEN ACCUMULATED DEPRECIATION, THEN THE NET
      * BOOK VALUE
      *****************************************************************
       450-WRITE-ROLL-FORWARD.
           MOVE 'ASSET COST' TO RFS-TITLE.
           MOVE 'C' TO WS-PRINT-KIND.
           PERFORM 460-WRITE-SECTION.
           MOVE WS-SEC-ENDING TO WS-COST-ENDING.
           MOVE 'ACCUMULATED DEPRECIATION' TO RFS-TITLE.
           MOVE 'A' TO WS-PRINT-KIND.
           PERFORM 460-WRITE-SECTION.
           MOVE WS-SEC-ENDING TO WS-ACCUM-ENDING.
           MOVE SPACES TO RFW-DETAIL-LINE.
           MOVE 'NET BOOK VALUE' TO RFD-ACCOUNT.
           COMPUTE RFD-AMOUNT(5) = WS-COST-ENDING - WS-ACCUM-ENDING.
           MOVE RFW-DETAIL-LINE TO ROLL-OUT-REC.
           WRITE ROLL-OUT-REC.

       460-WRITE-SECTION.
           INITIALIZE WS-SECTION-TOTALS.
           MOVE SPACES TO ROLL-OUT-REC.
           WRITE ROLL-OUT-REC.
           MOVE RFW-SECTION-LINE TO ROLL-OUT-REC.
           WRITE ROLL-OUT-REC.
           PERFORM 470-WRITE-ACCOUNT-LINE
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > WS-ACCT-COUNT.
           MOVE SPACES TO RFW-DETAIL-LINE.
           MOVE '  TOTAL' TO RFD-ACCOUNT.
           MOVE WS-SEC-BEGINNING TO RFD-AMOUNT(1).
           MOVE WS-SEC-ADDITIONS TO RFD-AMOUNT(2).
           MOVE WS-SEC-DISPOSALS TO RFD-AMOUNT(3).
           MOVE WS-SEC-DEPRECIATION TO RFD-AMOUNT(4).
           MOVE WS-SEC-ENDING TO RFD-AMOUNT(5).
           MOVE WS-SEC-GL TO RFD-AMOUNT(6).
           COMPUTE RFD-AMOUNT(7) = WS-SEC-GL - WS-SEC-ENDING.
           MOVE RFW-DETAIL-LINE TO ROLL-OUT-REC.
           WRITE ROLL-OUT-REC.

       470-WRITE-ACCOUNT-LINE.
           IF WS-ACCT-KIND(WS-ACCT-SUB) = WS-PRINT-KIND
               MOVE SPACES TO RFW-DETAIL-LINE
               MOVE WS-ACCT-CODE(WS-ACCT-SUB) TO RFD-ACCOUNT
               MOVE WS-ACCT-BEGINNING(WS-ACCT-SUB) TO RFD-AMOUNT(1)
               MOVE WS-ACCT-ADDITIONS(WS-ACCT-SUB) TO RFD-AMOUNT(2)
               MOVE WS-ACCT-DISPOSALS(WS-ACCT-SUB) TO RFD-AMOUNT(3)
               MOVE WS-ACCT-DEPRECIATION(WS-ACCT-SUB)
                   TO RFD-AMOUNT(4)
               MOVE WS-ACCT-ENDING(WS-ACCT-SUB) TO RFD-AMOUNT(5)
               MOVE WS-ACCT-GL(WS-ACCT-SUB) TO RFD-AMOUNT(6)
               COMPUTE RFD-AMOUNT(7) = WS-ACCT-GL(WS-ACCT-SUB)
                                     - WS-ACCT-ENDING(WS-ACCT-SUB)
               IF WS-ACCT-GL(WS-ACCT-SUB)
                  NOT = WS-ACCT-ENDING(WS-ACCT-SUB)
                   MOVE ' ***' TO RFD-FLAG
               END-IF
               MOVE RFW-DETAIL-LINE TO ROLL-OUT-REC
               WRITE ROLL-OUT-REC
               ADD WS-ACCT-BEGINNING(WS-ACCT-SUB) TO WS-SEC-BEGINNING
               ADD WS-ACCT-ADDITIONS(WS-ACCT-SUB) TO WS-SEC-ADDITIONS
               ADD WS-ACCT-DISPOSALS(WS-ACCT-SUB) TO WS-SEC-DISPOSALS
               ADD WS-ACCT-DEPRECIATION(WS-ACCT-SUB)
                   TO WS-SEC-DEPRECIATION
               ADD WS-ACCT-ENDING(WS-ACCT-SUB) TO WS-SEC-ENDING
               ADD WS-ACCT-GL(WS-ACCT-SUB) TO WS-SEC-GL
           END-IF.

      *DISPLAY THE ROLL-FORWARD TOTALS - RC=4 WHEN IT DOES NOT TIE*****
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-ASSETS-READ TO WS-ASSETS-READZ.
           DISPLAY 'Assets Read               : ' WS-ASSETS-READZ.
           MOVE WS-ASSETS-ROLLED TO WS-ASSETS-ROLLEDZ.
           DISPLAY 'Assets In The Year        : ' WS-ASSETS-ROLLEDZ.
           MOVE WS-COST-ENDING TO WS-AMOUNTZ.
           DISPLAY 'Ending Cost               : ' WS-AMOUNTZ.
           MOVE WS-ACCUM-ENDING TO WS-AMOUNTZ.
           DISPLAY 'Ending Accumulated Depr   : ' WS-AMOUNTZ.
           MOVE WS-ACCOUNTS-OUT TO WS-ACCOUNTS-OUTZ.
           DISPLAY 'Accounts Not Tied To GL   : ' WS-ACCOUNTS-OUTZ.
           MOVE WS-ASSETS-PAST-YEAR TO WS-ASSETS-PAST-YEARZ.
           DISPLAY 'Assets Charged Past Year  : ' WS-ASSETS-PAST-YEARZ.
           DISPLAY '**************************************************'.
           IF WS-ACCOUNTS-OUT > 0 OR WS-ASSETS-PAST-YEAR > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           CLOSE ROLL-REPORT-FILE.
           IF WS-ASSETMST-STATUS = '00' OR WS-ASSETMST-STATUS = '10'
               CLOSE ASSET-MASTER
           END-IF.
           IF WS-GLBAL-STATUS = '00' OR WS-GLBAL-STATUS = '23'
               CLOSE GL-BALANCE-FILE
           END-IF.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
