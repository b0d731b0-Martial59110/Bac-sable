      ******************************************************
      *  PERLKLNK - linkage area for the PERLOCK subprogram
      *  Called by every program that changes the client
      *  master or its salary history, with the date the
      *  change takes effect. Once PERCLOSE has closed a pay
      *  period (a CLOSED event on PAYPDSTAT.txt) a change
      *  effective inside it is refused unless the operator
      *  holds the OVERRIDE function on OPERAUTH.txt:
      *    PERLOCK-ALLOWED  'Y' = go ahead, 'N' = refused
      *    PERLOCK-PERIOD   the closed period hit, else zero
      *    PERLOCK-OVERRIDE 'Y' when the change only went
      *                     through on the override
      *  A refusal has already been displayed and audited by
      *  the time the caller sees it; so has an override.
      ******************************************************
       01  PERLOCK-REQUEST.
           05  PERLOCK-EFF-DATE PIC X(8).
           05  PERLOCK-PROGRAM  PIC X(15).
           05  PERLOCK-ALLOWED  PIC X(1).
           05  PERLOCK-PERIOD   PIC 9(4).
           05  PERLOCK-OVERRIDE PIC X(1).
