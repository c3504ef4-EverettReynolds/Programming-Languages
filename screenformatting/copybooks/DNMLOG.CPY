      *================================================================
      *  DNMLOG.CPY
      *  Do-not-mail suppression log - one record per customer
      *  custlbl withheld from the extract because the customer's
      *  normalized name and address matched an entry in force on
      *  the do-not-mail list (see DNMMAST.CPY). Carries the
      *  CustomerId, the matching list entry's key, source, and
      *  list reference, and the RunId, so dnmrpt can print the
      *  compliance report by list entry and recon can count these
      *  customers as expected suppressions rather than
      *  discrepancies.
      *================================================================
       01  DnmLogRecord.
           02  DnmLogCustomerId     PIC X(10).
           02  DnmLogNameKey        PIC X(40).
           02  DnmLogAddrKey        PIC X(60).
           02  DnmLogSource         PIC X(01).
           02  DnmLogListRef        PIC X(12).
           02  DnmLogRunId          PIC X(08).
