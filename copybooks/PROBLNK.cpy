      ******************************************************
      *  PROBLNK - linkage area for the PROBCHK subprogram
      *  The caller passes a client's code, department, hire
      *  date, CLIENT-PROB-STATUS and CLIENT-PROB-EXT; the
      *  subprogram works out the probation period from
      *  PROBPARM.txt and returns the date it ends, with
      *  PROBCHK-RESULT:
      *    "Y" = on probation, ending PROBCHK-END-DATE
      *    "R" = a rehire (earlier spell on SPELLS.txt) -
      *          rehires do not go back on probation
      *    "O" = hired before PROBPARM's SINCE date, from
      *          before probations were tracked (never for an
      *          extended client - an extension is tracking)
      *    "N" = nothing to check (hire date not a date)
      *  PROBCHK-MONTHS is the department's period plus any
      *  extension; PROBCHK-END-DATE is filled for "Y", "R"
      *  and "O" alike. PROBCHK-SINCE-FOUND is 'N' when
      *  PROBPARM.txt has no SINCE line: every hire is then
      *  tracked, and the caller should say so.
      ******************************************************
       01  PROBCHK-REQUEST.
           05  PROBCHK-CLIENT-CODE PIC X(9).
           05  PROBCHK-DEPT        PIC X(10).
           05  PROBCHK-HIRE-DATE   PIC X(8).
           05  PROBCHK-PROB-STATUS PIC X(1).
           05  PROBCHK-EXT         PIC X(2).
           05  PROBCHK-RESULT      PIC X(1).
           05  PROBCHK-MONTHS      PIC 9(2).
           05  PROBCHK-END-DATE    PIC X(8).
           05  PROBCHK-SINCE-FOUND PIC X(1).
