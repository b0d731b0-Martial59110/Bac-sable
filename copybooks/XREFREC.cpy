      ******************************************************
      *  XREFREC - merged client code cross-reference layout
      *  One record is appended to CLIXREF.txt each time
      *  CLIMERGE folds a duplicate client into the code that
      *  survives: the retired code, the code it now lives
      *  under, the name it was held under, the merge date
      *  and the operator who confirmed it. A code merged
      *  into one that is later merged again is carried
      *  forward, so XREF-NEW-CODE is always a live code.
      *  CLIENTINQ looks a code up here when it is no longer
      *  on the master.
      ******************************************************
       01  XREF-RECORD.
           05  XREF-OLD-CODE    PIC X(9).
           05  FILLER           PIC X(1) VALUE SPACE.
           05  XREF-NEW-CODE    PIC X(9).
           05  FILLER           PIC X(1) VALUE SPACE.
           05  XREF-OLD-NAME    PIC X(25).
           05  FILLER           PIC X(1) VALUE SPACE.
           05  XREF-MERGE-DATE  PIC X(8).
           05  FILLER           PIC X(1) VALUE SPACE.
           05  XREF-OPERATOR    PIC X(12).
