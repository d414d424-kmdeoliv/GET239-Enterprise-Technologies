           05  SM-TERM-GPA                  PIC 9V999.
           05  SM-CUM-GPA                   PIC 9V999.
           05  SM-STANDING                  PIC X(1).
      *****DEGREE CONFERRED, CONFERRAL DATE AND LATIN HONORS - S******
      *****SUMMA, M MAGNA, C CUM LAUDE (SEE GRADCONF)******************
           05  SM-DEGREE                    PIC X(6).
           05  SM-CONFER-DATE               PIC X(8).
           05  SM-HONORS                    PIC X(1).
           05  FILLER                       PIC X(7).

      ***TRANSCRIPT REPORT - ONE SECTION PER STUDENT*******************
       FD  TRANSCRIPT-FILE.
