      *  termination date, spaces while the client is active.
      *  Records written before these fields existed carry
      *  spaces there and read as active.
      *  CLIENT-GRADE is the salary grade on GRADES.txt
      *  (spaces = not graded); it sits in what was spare
      *  space, so older records read as ungraded.
      *  SALARY carries cents (two implied decimals) since
      *  the master was converted with SALCONV; figures
      *  derived from hourly rates no longer round to whole
      *  units and the ceiling is 9,999,999.99.
      *  CLIENT-PROB-STATUS is the outcome of the new-hire
      *  probation review recorded by PROBREV: space = none
      *  yet, "C" = confirmed, "E" = extended, "F" = failed
      *  (handed to OFFBOARD). CLIENT-PROB-EXT is the months
      *  of extension granted so far (spaces = none). Both
      *  sit in what was spare space, so older records read
      *  as having no outcome.
      ******************************************************
       01  CLIENT-RECORD.
           05  CLIENT-CODE         PIC X(9).
           05  CLIENT-HIRE-DATE    PIC X(8).
           05  CLIENT-STATUS       PIC X(1).
           05  CLIENT-TERM-DATE    PIC X(8).
           05  CLIENT-GRADE        PIC X(2).
           05  CLIENT-PROB-STATUS  PIC X(1).
           05  CLIENT-PROB-EXT     PIC X(2).
           05  FILLER              PIC X(5).
      *    SALARY-AREA is the same nine bytes as an
      *    alphanumeric group, for programs that keep the
      *    raw salary image (history records, reject rows)
      *    even when the bytes are not numeric.
           05  SALARY-AREA.
               10  SALARY          PIC 9(7)V99.
