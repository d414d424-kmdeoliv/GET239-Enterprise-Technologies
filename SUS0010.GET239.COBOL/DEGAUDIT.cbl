      *  ELCH NNN.N  ELECTIVE HOURS BEYOND THE REQUIRED LIST
      *  MINH NNN.N  MINIMUM TOTAL HOURS    MGPA N.NNN  MINIMUM GPA
      *  TRMH NNN.N  HOURS ONE TERM CAN CARRY
      *  DEGR XXXXXX DEGREE THE PROGRAM CONFERS (SEE GRADCLR)
      *****************************************************************

       ID DIVISION.
           05  SM-TERM-GPA                  PIC 9V999.
           05  SM-CUM-GPA                   PIC 9V999.
           05  SM-STANDING                  PIC X(1).
           05  FILLER                       PIC X(22).

      *****COURSE-TAKEN HISTORY - SEE LAB4*****************************
       FD  COURSE-FILE.
