      *  DEPTREC - department reference record layout
      *  One record per valid department on DEPTFILE.dat,
      *  keyed on DEPT-CODE (same 10 bytes as CLIENT-DEPT).
      *  Maintained by DEPTMNT; DEPTREORG retires the codes
      *  a reorganisation empties. CLIENTMNT, CLIENTUPD and
      *  SALREPAIR refuse a CLIENT-DEPT that is not on it,
      *  and the reporting programs print DEPT-FULL-NAME
      *  instead of the raw code.
