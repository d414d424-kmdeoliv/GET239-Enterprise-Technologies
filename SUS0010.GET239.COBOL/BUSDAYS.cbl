      *
      *BUSCAL DAY TYPES: B BUSINESS  W WEEKEND  H HOLIDAY
      *                  S SPECIAL-EVENT (COUNTS AS A BUSINESS DAY)
      *BUSCAL COLUMN 12: Y WHEN THE SCHOOLS ARE IN SESSION THAT DAY
      *                  (READ BY SCHZRPT ONLY - IGNORED HERE)
      *****************************************************************

       ID DIVISION.
