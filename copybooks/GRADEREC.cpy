      ******************************************************
      *  GRADEREC - salary grade table record (GRADES.txt)
      *  One line per grade: grade code, then the minimum,
      *  midpoint and maximum annual salary with two
      *  implied decimals. Lines starting "*" are comments.
      *  Clients carry their grade in CLIENT-GRADE.
      ******************************************************
       01  GRADE-RECORD.
           05  GRD-CODE  PIC X(2).
           05  FILLER    PIC X(1).
           05  GRD-MIN   PIC 9(7)V99.
           05  FILLER    PIC X(1).
           05  GRD-MID   PIC 9(7)V99.
           05  FILLER    PIC X(1).
           05  GRD-MAX   PIC 9(7)V99.
