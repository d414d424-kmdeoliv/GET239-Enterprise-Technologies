           05  SM-TERM-GPA                  PIC 9V999.
           05  SM-CUM-GPA                   PIC 9V999.
           05  SM-STANDING                  PIC X(1).
           05  FILLER                       PIC X(22).

       FD  STUDENT-MASTER-OUT.
       01  STUDENT-MASTER-OUT-REC           PIC X(80).

      *****GPA CONTROL - DEAN'S LIST AND PROBATION THRESHOLDS**********
       FD  GPA-CTL-FILE.
