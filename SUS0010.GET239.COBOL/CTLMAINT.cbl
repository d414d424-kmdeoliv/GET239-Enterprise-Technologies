      *1-byte display code - so the CTLMODE card names the member
      *under maintenance and ARRCTL runs through its own record
      *layout and validation (non-blank codes, no duplicate raw
      *code) instead of the type-code and IUCR checks.  The SOLCTL
      *statute-of-limitations member carries SOLI (per-IUCR) and
      *SOLF (per-FBI-code) periods as code, a space and a 3-digit
      *month count - a SOLI code must be on the catalog and either
      *period must be a non-zero month count.
      *****************************************************************

       ID DIVISION.
           05 FILLER               PIC X(4)  VALUE 'TME '.
           05 FILLER               PIC X(4)  VALUE 'LIM '.
           05 FILLER               PIC X(4)  VALUE 'TOL '.
           05 FILLER               PIC X(4)  VALUE 'SOLI'.
           05 FILLER               PIC X(4)  VALUE 'SOLF'.
           05 FILLER               PIC X(4)  VALUE 'CLOS'.
       01 WS-KNOWN-TYPE-RED REDEFINES WS-KNOWN-TYPE-LIST.
           05 WS-KNOWN-TYPE OCCURS 16 TIMES
                             INDEXED BY TYPE-IDX
                                         PIC X(4).


       01 WS-RUN-TIMESTAMP         PIC X(14).
       01 WS-REJECT-REASON         PIC X(30).
       01 WS-PERIOD-CHECK-VALUE    PIC X(30).
       01 WS-LIVE-ENTRY-COUNT      PIC 9(3).

      *****OPERATOR AUTHORIZATION (SEE THE OPERAUTH CONTROL MEMBER)****
                   PERFORM 320-CHECK-IUCR-CATALOGED
               END-IF
           END-IF.
           IF TRAN-VALID
              AND (TTR-TYPE = 'SOLI' OR TTR-TYPE = 'SOLF')
               PERFORM 319-CHECK-LIMITATION-PERIOD
           END-IF.
           IF TRAN-VALID
               PERFORM 330-SEARCH-TABLE-ENTRY
               EVALUATE TTR-ACTION
           MOVE 'N' TO WS-FOUND-SWITCH.
           SET TYPE-IDX TO 1.
           PERFORM 316-SEARCH-KNOWN-TYPE
               UNTIL TYPE-IDX > 16 OR WS-FOUND.
           IF NOT WS-FOUND
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'UNKNOWN TYPE CODE' TO WS-REJECT-REASON
               WHEN 'INS '
               WHEN 'CCD '
               WHEN 'CPU '
               WHEN 'SOLI'
                   MOVE 'Y' TO WS-IUCR-TYPE-SWITCH
           END-EVALUATE.

      *****************************************************************
      * A LIMITATION ENTRY IS THE CODE, A SPACE, AND A 3-DIGIT MONTH
      * COUNT - ON A CHG IT IS THE REPLACEMENT VALUE THAT IS CHECKED
      *****************************************************************
       319-CHECK-LIMITATION-PERIOD.
           EVALUATE TTR-ACTION
               WHEN 'ADD'
                   MOVE TTR-VALUE TO WS-PERIOD-CHECK-VALUE
               WHEN 'CHG'
                   MOVE TTR-NEW-VALUE TO WS-PERIOD-CHECK-VALUE
               WHEN OTHER
                   MOVE '0000 001' TO WS-PERIOD-CHECK-VALUE
           END-EVALUATE.
           IF WS-PERIOD-CHECK-VALUE(6:3) NOT NUMERIC
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'LIMITATION MONTHS NOT NUMERIC' TO WS-REJECT-REASON
           ELSE
               IF WS-PERIOD-CHECK-VALUE(6:3) = '000'
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
                   MOVE 'LIMITATION MONTHS ZERO'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

       320-CHECK-IUCR-CATALOGED.
           MOVE 'N' TO WS-FOUND-SWITCH.
           SET CAT-IDX TO 1.
