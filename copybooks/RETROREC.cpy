      ******************************************************
      *  RETROREC - retro arrears paid ledger record layout
      *  One record is appended to RETROPAID.txt by RETROPAY
      *  for every salary history change and pay period it
      *  has sent to payroll on a RETROADJ.txt file. The
      *  history change is identified by its keyed date and
      *  time, client, action and new salary image; a change
      *  already on the ledger for a period is never priced
      *  for that period again. RTP-SEQ is the retro file
      *  sequence that carried it. CLIMERGE re-codes the
      *  client here along with SALHIST.txt.
      ******************************************************
       01  RETRO-PAID-RECORD.
           05  RTP-KEY.
               10  RTP-HIST-DATE    PIC X(8).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  RTP-HIST-TIME    PIC X(6).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  RTP-CLIENT-CODE  PIC X(9).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  RTP-HIST-ACTION  PIC X(1).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  RTP-NEW-SALARY   PIC X(9).
               10  FILLER           PIC X(1) VALUE SPACE.
               10  RTP-PERIOD       PIC 9(4).
           05  FILLER           PIC X(1) VALUE SPACE.
           05  RTP-TYPE         PIC X(1).
           05  FILLER           PIC X(1) VALUE SPACE.
           05  RTP-AMOUNT       PIC 9(9).99.
           05  FILLER           PIC X(1) VALUE SPACE.
           05  RTP-SEQ          PIC 9(6).
           05  FILLER           PIC X(1) VALUE SPACE.
           05  RTP-PAID-DATE    PIC X(8).
