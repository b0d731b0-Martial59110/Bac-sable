      *    operator - the requestor is HIST-OPERATOR as ever.
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  HIST-APPROVER    PIC X(12).
      *    The date the change takes effect for pay purposes, as
      *    against HIST-DATE, the day it was keyed. Records written
      *    before the field existed carry spaces here and are taken
      *    as effective on HIST-DATE.
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  HIST-EFF-DATE    PIC X(8).
