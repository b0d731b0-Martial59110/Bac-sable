      *  OPAUTHLNK - linkage area for the OPERAUTH check
      *  Called at startup by every updating program with
      *  the function it is about to perform (INQUIRE,
      *  MAINTAIN, RAISE, REPAIR, RELOAD, PURGE, MERGE, CLOSE,
      *  RETRO, DOSSIER, SCRAMBLE, REORG, and OVERRIDE from
      *  PERLOCK for a closed period)
      *  and its program name for the audit trail. The
      *  operator is the same USER value the audit log
      *  captures. 'N' in OPAUTH-ALLOWED means the operator
      *  is not granted that function on OPERAUTH.txt; the
      *  refusal has already been displayed and written to
      *  the audit log, the caller just stops. Report-only
      *  programs and CLIENTINQ never call this - they stay
      *  open to everyone.
      ******************************************************
       01  OPAUTH-REQUEST.
           05  OPAUTH-FUNCTION PIC X(10).
