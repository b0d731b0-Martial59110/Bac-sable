      ******************************************************
      *  EARNREC - year-end earnings summary record layout
      *  One record per client employed at any time in the
      *  year, written to YEAREARN.txt by YEAREARN: the days
      *  employed in the year, the number of salary segments
      *  the year was priced in, and the earnings, each
      *  segment's annual salary at 1/365 per calendar day.
      *  ERN-FLAG is spaces on a clean timeline, otherwise the
      *  reason the figure needs a second look.
      ******************************************************
       01  EARN-RECORD.
           05  ERN-YEAR         PIC 9(4).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  ERN-CLIENT-CODE  PIC X(9).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  ERN-CLIENT-NAME  PIC X(25).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  ERN-DEPT         PIC X(10).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  ERN-DAYS         PIC 9(3).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  ERN-SEGMENTS     PIC 9(3).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  ERN-EARNINGS     PIC 9(9)V99.
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  ERN-FLAG         PIC X(15).
