      ******************************************************
      *  LVHSTREC - leave booking history record layout
      *  One record is appended to LEAVEHIST.txt for every
      *  dated booking LEAVEACC processes from LEAVEBOOK.txt,
      *  accepted or not: the from and to dates, the working
      *  days counted between them (weekends and HOLIDAYS.txt
      *  dates skipped), A accepted / R rejected, the date it
      *  was booked and why a rejected booking was refused.
      *  Accepted records are the ones later bookings are
      *  checked against for overlap, and CLIENTINQ lists a
      *  client's leave taken by date from them.
      ******************************************************
       01  LVHIST-RECORD.
           05  LVH-CLIENT-CODE  PIC X(9).
           05  FILLER           PIC X(1) VALUE SPACE.
           05  LVH-FROM-DATE    PIC X(8).
           05  FILLER           PIC X(1) VALUE SPACE.
           05  LVH-TO-DATE      PIC X(8).
           05  FILLER           PIC X(1) VALUE SPACE.
           05  LVH-DAYS         PIC 9(3)V99.
           05  FILLER           PIC X(1) VALUE SPACE.
           05  LVH-STATUS       PIC X(1).
           05  FILLER           PIC X(1) VALUE SPACE.
           05  LVH-BOOKED-DATE  PIC X(8).
           05  FILLER           PIC X(1) VALUE SPACE.
           05  LVH-REASON       PIC X(30).
