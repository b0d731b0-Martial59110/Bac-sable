      ******************************************************
      *  GRADELNK - linkage area for the GRADECHK subprogram
      *  The caller passes a client's grade and the salary
      *  it is about to carry; the subprogram looks the
      *  grade up on GRADES.txt and returns the range with
      *  GRADECHK-RESULT:
      *    "Y" = salary inside the grade's min..max
      *    "L" = below the grade minimum
      *    "H" = above the grade maximum
      *    "U" = grade not on GRADES.txt
      *    "N" = nothing to check (no grade, non-numeric
      *          salary, or no grade table at all)
      *  Out-of-range salaries are warnings only - the
      *  caller decides how to show them.
      ******************************************************
       01  GRADECHK-REQUEST.
           05  GRADECHK-GRADE   PIC X(2).
           05  GRADECHK-SALARY  PIC X(9).
           05  GRADECHK-RESULT  PIC X(1).
           05  GRADECHK-MIN     PIC 9(7)V99.
           05  GRADECHK-MID     PIC 9(7)V99.
           05  GRADECHK-MAX     PIC 9(7)V99.
