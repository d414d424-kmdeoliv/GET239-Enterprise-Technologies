      *****************************************************************
      *PURPOSE: Vendor master maintenance for accounts payable.  Tow
      *contracts, lab fees and software were paid outside the system
      *and keyed into POSTIN as lump entries.  This program applies
      *VENDTRAN transactions to the keyed VENDMAST vendor master the
      *invoice (APINVC), payment (APPAY), aging (APAGE) and 1099
      *(AP1099) programs read:
      *  ADD  ENTER A NEW VENDOR
      *  CHG  CHANGE A VENDOR'S NAME, REMIT-TO, TAX ID, 1099 FLAG OR
      *       PAYMENT METHOD AND BANK DETAILS
      *  INA  INACTIVATE A VENDOR - KEPT FOR ITS 1099 HISTORY, NEVER
      *       DELETED; ITS OPEN INVOICES ARE HELD FROM PAYMENT
      *A vendor is paid by check (C) to the remit-to name and
      *address, or by ACH (A) to the routing and account on file.
      *The 1099 flag (Y/N) marks a vendor whose payments are
      *reported on the year-end 1099 extract, which needs a tax id.
      *The paid-to-date figures are kept by APPAY.  Rejected
      *transactions print on the VENDREJ report and end the run RC=4.
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      VENDMNT.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    February 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VEND-TRAN-FILE ASSIGN TO VENDTRAN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VENDOR-MASTER ASSIGN TO VENDMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VM-VENDOR-ID
           FILE STATUS IS WS-VENDMAST-STATUS.
           SELECT REJECT-REPORT-FILE ASSIGN TO VENDREJ
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * VENDOR TRANSACTIONS FROM PURCHASING.  ADD AND CHG CARRY THE
      * FULL VENDOR; INA USES ONLY THE VENDOR ID
      *****************************************************************
       FD  VEND-TRAN-FILE.
       01  VEND-TRAN-REC.
           05  VT-ACTION                    PIC X(3).
           05  FILLER                       PIC X.
           05  VT-VENDOR-ID                 PIC X(6).
           05  VT-VENDOR-NAME               PIC X(30).
           05  VT-REMIT-NAME                PIC X(30).
           05  VT-REMIT-ADDRESS             PIC X(40).
           05  VT-REMIT-CITY-ST-ZIP         PIC X(30).
           05  VT-TAX-ID                    PIC X(9).
           05  VT-1099-FLAG                 PIC X(1).
           05  VT-PAY-METHOD                PIC X(1).
           05  VT-BANK-ROUTING              PIC X(9).
           05  VT-BANK-ACCOUNT              PIC X(17).

      *****************************************************************
      * VENDOR MASTER - ONE RECORD PER VENDOR.  THE PAID-TO-DATE
      * FIGURES (THIS CALENDAR YEAR AND LAST) ARE MAINTAINED BY APPAY
      *****************************************************************
       FD  VENDOR-MASTER.
       01  VENDOR-MASTER-REC.
           05  VM-VENDOR-ID                 PIC X(6).
           05  VM-VENDOR-NAME               PIC X(30).
           05  VM-REMIT-NAME                PIC X(30).
           05  VM-REMIT-ADDRESS             PIC X(40).
           05  VM-REMIT-CITY-ST-ZIP         PIC X(30).
           05  VM-TAX-ID                    PIC X(9).
           05  VM-1099-FLAG                 PIC X(1).
               88  VM-1099-VENDOR                       VALUE 'Y'.
           05  VM-PAY-METHOD                PIC X(1).
               88  VM-PAID-BY-CHECK                     VALUE 'C'.
               88  VM-PAID-BY-ACH                       VALUE 'A'.
           05  VM-BANK-ROUTING              PIC X(9).
           05  VM-BANK-ACCOUNT              PIC X(17).
           05  VM-STATUS                    PIC X(1).
               88  VM-ACTIVE                            VALUE 'A'.
               88  VM-INACTIVE                          VALUE 'I'.
           05  VM-PAID-YEAR                 PIC X(4).
           05  VM-PAID-YTD                  PIC 9(9)V99.
           05  VM-PAID-PRIOR-YEAR           PIC 9(9)V99.
           05  VM-LAST-PAID-DATE            PIC X(8).

      ***REJECTED-TRANSACTION REPORT***********************************
       FD  REJECT-REPORT-FILE.
       01  REJ-OUT-REC                      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-TRAN-EOF-SWITCH       PIC X        VALUE 'N'.
              88 TRAN-EOF                           VALUE 'Y'.
           05 WS-TRAN-VALID-SWITCH     PIC X        VALUE 'Y'.
              88 TRAN-VALID                         VALUE 'Y'.
           05 WS-VENDOR-FOUND-SWITCH   PIC X        VALUE 'N'.
              88 VENDOR-FOUND                       VALUE 'Y'.
       01 WS-VENDMAST-STATUS           PIC XX.
       01 WS-REJECT-REASON             PIC X(30).
       01 WS-TODAY                     PIC X(8).

      *****MAINTENANCE DISPOSITION COUNTERS****************************
       01 WS-TRAN-READ             PIC 9(5)     VALUE 0.
       01 WS-TRAN-READZ            PIC ZZ,ZZ9.
       01 WS-VENDORS-ADDED         PIC 9(5)     VALUE 0.
       01 WS-VENDORS-ADDEDZ        PIC ZZ,ZZ9.
       01 WS-VENDORS-CHANGED       PIC 9(5)     VALUE 0.
       01 WS-VENDORS-CHANGEDZ      PIC ZZ,ZZ9.
       01 WS-VENDORS-INACTIVATED   PIC 9(5)     VALUE 0.
       01 WS-VENDORS-INACTIVATEDZ  PIC ZZ,ZZ9.
       01 WS-TRAN-REJECTED         PIC 9(5)     VALUE 0.
       01 WS-TRAN-REJECTEDZ        PIC ZZ,ZZ9.

      *****REPORT LINE LAYOUTS*****************************************
       01  REJ-HEADING-1.
           05                 PIC X(32) VALUE
                   'REJECTED VENDOR TRANSACTIONS - '.
           05  RJH-DATE       PIC X(8).
       01  REJ-HEADING-2.
           05                 PIC X(5)  VALUE 'ACT'.
           05                 PIC X(8)  VALUE 'VENDOR'.
           05                 PIC X(32) VALUE 'NAME'.
           05                 PIC X(30) VALUE 'REASON'.
       01  REJ-DETAIL-LINE.
           05  RJD-ACTION         PIC X(3).
           05                     PIC X(2)  VALUE SPACES.
           05  RJD-VENDOR-ID      PIC X(6).
           05                     PIC X(2)  VALUE SPACES.
           05  RJD-VENDOR-NAME    PIC X(30).
           05                     PIC X(2)  VALUE SPACES.
           05  RJD-REASON         PIC X(30).
           05                     PIC X(5)  VALUE SPACES.

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
           DISPLAY '* GET239 Enterprise Technologies VENDMNT *'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* February, 2017                         *'.
           DISPLAY '******************************************'.

      *****************************************************************
      * THE VENDOR MASTER MAY NOT EXIST YET ON THE FIRST RUN - CREATE
      * IT EMPTY AND REOPEN FOR I-O
      *****************************************************************
       200-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           OPEN INPUT VEND-TRAN-FILE.
           OPEN I-O VENDOR-MASTER.
           IF WS-VENDMAST-STATUS = '35'
               OPEN OUTPUT VENDOR-MASTER
               CLOSE VENDOR-MASTER
               OPEN I-O VENDOR-MASTER
           END-IF.
           OPEN OUTPUT REJECT-REPORT-FILE.
           MOVE WS-TODAY TO RJH-DATE.
           MOVE REJ-HEADING-1 TO REJ-OUT-REC.
           WRITE REJ-OUT-REC.
           MOVE REJ-HEADING-2 TO REJ-OUT-REC.
           WRITE REJ-OUT-REC.

      *****************************************************************
       300-APPLY-TRANSACTIONS.
           READ VEND-TRAN-FILE
               AT END MOVE 'Y' TO WS-TRAN-EOF-SWITCH
           END-READ.
           IF NOT TRAN-EOF
               ADD 1 TO WS-TRAN-READ
               PERFORM 310-VALIDATE-TRANSACTION
               IF TRAN-VALID
                   PERFORM 350-APPLY-ONE-TRANSACTION
               ELSE
                   ADD 1 TO WS-TRAN-REJECTED
                   PERFORM 390-WRITE-REJECT-LINE
               END-IF
           END-IF.

      *****************************************************************
      * AN ADD NEEDS A NEW VENDOR ID; CHG AND INA NEED AN ACTIVE ONE.
      * ADD AND CHG CARRY THE FULL VENDOR AND ARE EDITED ALIKE
      *****************************************************************
       310-VALIDATE-TRANSACTION.
           MOVE 'Y' TO WS-TRAN-VALID-SWITCH.
           MOVE SPACES TO WS-REJECT-REASON.
           IF VT-VENDOR-ID = SPACES
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'VENDOR ID BLANK' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID
              AND VT-ACTION NOT = 'ADD' AND VT-ACTION NOT = 'CHG'
              AND VT-ACTION NOT = 'INA'
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'UNKNOWN ACTION CODE' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID
               PERFORM 320-READ-VENDOR-MASTER
               IF VT-ACTION = 'ADD'
                   IF VENDOR-FOUND
                       MOVE 'N' TO WS-TRAN-VALID-SWITCH
                       MOVE 'VENDOR ALREADY ON MASTER'
                           TO WS-REJECT-REASON
                   END-IF
               ELSE
                   IF NOT VENDOR-FOUND
                       MOVE 'N' TO WS-TRAN-VALID-SWITCH
                       MOVE 'VENDOR NOT ON MASTER' TO WS-REJECT-REASON
                   ELSE
                       IF NOT VM-ACTIVE
                           MOVE 'N' TO WS-TRAN-VALID-SWITCH
                           MOVE 'VENDOR NOT ACTIVE' TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF TRAN-VALID AND VT-ACTION NOT = 'INA'
               PERFORM 330-EDIT-VENDOR-TERMS
           END-IF.

       320-READ-VENDOR-MASTER.
           MOVE 'N' TO WS-VENDOR-FOUND-SWITCH.
           MOVE VT-VENDOR-ID TO VM-VENDOR-ID.
           READ VENDOR-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-VENDOR-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO WS-VENDOR-FOUND-SWITCH
           END-READ.

       330-EDIT-VENDOR-TERMS.
           IF VT-VENDOR-NAME = SPACES
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'VENDOR NAME BLANK' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID
              AND (VT-REMIT-NAME = SPACES OR VT-REMIT-ADDRESS = SPACES
                   OR VT-REMIT-CITY-ST-ZIP = SPACES)
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'REMIT-TO INCOMPLETE' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID
              AND VT-1099-FLAG NOT = 'Y' AND VT-1099-FLAG NOT = 'N'
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE '1099 FLAG NOT Y OR N' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID AND VT-1099-FLAG = 'Y'
              AND VT-TAX-ID NOT NUMERIC
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE '1099 VENDOR NEEDS TAX ID' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID
               EVALUATE VT-PAY-METHOD
                   WHEN 'C'
                       CONTINUE
                   WHEN 'A'
                       IF VT-BANK-ROUTING NOT NUMERIC
                          OR VT-BANK-ACCOUNT = SPACES
                           MOVE 'N' TO WS-TRAN-VALID-SWITCH
                           MOVE 'ACH NEEDS ROUTING AND ACCOUNT'
                               TO WS-REJECT-REASON
                       END-IF
                   WHEN OTHER
                       MOVE 'N' TO WS-TRAN-VALID-SWITCH
                       MOVE 'PAY METHOD NOT C OR A'
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF.

      *****************************************************************
      * A CHG KEEPS THE STATUS AND THE PAID-TO-DATE FIGURES
      *****************************************************************
       350-APPLY-ONE-TRANSACTION.
           EVALUATE VT-ACTION
               WHEN 'ADD'
                   PERFORM 355-BUILD-VENDOR-FROM-TRAN
                   MOVE 'A' TO VM-STATUS
                   MOVE WS-TODAY(1:4) TO VM-PAID-YEAR
                   MOVE 0 TO VM-PAID-YTD
                   MOVE 0 TO VM-PAID-PRIOR-YEAR
                   MOVE SPACES TO VM-LAST-PAID-DATE
                   WRITE VENDOR-MASTER-REC
                   ADD 1 TO WS-VENDORS-ADDED
               WHEN 'CHG'
                   PERFORM 355-BUILD-VENDOR-FROM-TRAN
                   REWRITE VENDOR-MASTER-REC
                   ADD 1 TO WS-VENDORS-CHANGED
               WHEN 'INA'
                   MOVE 'I' TO VM-STATUS
                   REWRITE VENDOR-MASTER-REC
                   ADD 1 TO WS-VENDORS-INACTIVATED
           END-EVALUATE.

       355-BUILD-VENDOR-FROM-TRAN.
           MOVE VT-VENDOR-ID TO VM-VENDOR-ID.
           MOVE VT-VENDOR-NAME TO VM-VENDOR-NAME.
           MOVE VT-REMIT-NAME TO VM-REMIT-NAME.
           MOVE VT-REMIT-ADDRESS TO VM-REMIT-ADDRESS.
           MOVE VT-REMIT-CITY-ST-ZIP TO VM-REMIT-CITY-ST-ZIP.
           MOVE VT-TAX-ID TO VM-TAX-ID.
           MOVE VT-1099-FLAG TO VM-1099-FLAG.
           MOVE VT-PAY-METHOD TO VM-PAY-METHOD.
           IF VT-PAY-METHOD = 'A'
               MOVE VT-BANK-ROUTING TO VM-BANK-ROUTING
               MOVE VT-BANK-ACCOUNT TO VM-BANK-ACCOUNT
           ELSE
               MOVE SPACES TO VM-BANK-ROUTING
               MOVE SPACES TO VM-BANK-ACCOUNT
           END-IF.

       390-WRITE-REJECT-LINE.
           MOVE VT-ACTION TO RJD-ACTION.
           MOVE VT-VENDOR-ID TO RJD-VENDOR-ID.
           MOVE VT-VENDOR-NAME TO RJD-VENDOR-NAME.
           MOVE WS-REJECT-REASON TO RJD-REASON.
           MOVE REJ-DETAIL-LINE TO REJ-OUT-REC.
           WRITE REJ-OUT-REC.

      *DISPLAY THE MAINTENANCE DISPOSITION TOTALS**********************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-TRAN-READ TO WS-TRAN-READZ.
           DISPLAY 'Transactions Read         : ' WS-TRAN-READZ.
           MOVE WS-VENDORS-ADDED TO WS-VENDORS-ADDEDZ.
           DISPLAY 'Vendors Added             : ' WS-VENDORS-ADDEDZ.
           MOVE WS-VENDORS-CHANGED TO WS-VENDORS-CHANGEDZ.
           DISPLAY 'Vendors Changed           : ' WS-VENDORS-CHANGEDZ.
           MOVE WS-VENDORS-INACTIVATED TO WS-VENDORS-INACTIVATEDZ.
           DISPLAY 'Vendors Inactivated       : '
                   WS-VENDORS-INACTIVATEDZ.
           MOVE WS-TRAN-REJECTED TO WS-TRAN-REJECTEDZ.
           DISPLAY 'Transactions Rejected     : ' WS-TRAN-REJECTEDZ.
           DISPLAY '**************************************************'.
           IF WS-TRAN-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           CLOSE VEND-TRAN-FILE
                 VENDOR-MASTER
                 REJECT-REPORT-FILE.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
