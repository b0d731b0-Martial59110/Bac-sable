      ******************************************************
      *  OFFQREC - offboarding hand-off record layout
      *  One line per client another program has handed to
      *  OFFBOARD on OFFBOARDQ.txt, with the termination
      *  date to use. PROBREV queues a failed probation with
      *  its probation end date. OFFBOARD offers each entry
      *  to the operator at the start of every session and
      *  keeps on the queue any it could not terminate yet
      *  (date still in the future, period locked, or the
      *  operator said no); an entry whose client is already
      *  terminated or no longer on the master is dropped.
      ******************************************************
       01  OFFQ-RECORD.
           05  OFFQ-CLIENT-CODE  PIC X(9).
           05  FILLER            PIC X(1).
           05  OFFQ-TERM-DATE    PIC X(8).
           05  FILLER            PIC X(1).
           05  OFFQ-SOURCE       PIC X(15).
           05  FILLER            PIC X(1).
           05  OFFQ-QUEUED-DATE  PIC X(8).
