      *  One line is appended to PAYPDSTAT.txt when the
      *  extract for a period goes out (EXTRACTED, written
      *  by SALARY-MAX-MIN) and when payroll's confirmation
      *  for it comes back (CONFIRMED, written by PAYCONF),
      *  and when its GL postings go out (GLPOSTED, written
      *  by GLPOST). SALRECON adds BALANCED when the extract
      *  ties to the master, and PERCLOSE adds CLOSED once
      *  the period is signed off; after that PERLOCK keeps
      *  updates out of it.
      *  PAYPERST folds these events against PAYCAL.txt
      *  into the period status report.
      ******************************************************
