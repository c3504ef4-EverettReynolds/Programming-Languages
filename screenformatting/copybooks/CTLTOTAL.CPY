      *================================================================
      *  CTLTOTAL.CPY
      *  Customer master control totals - the population custbal
      *  proved the master to at the end of the last balanced
      *  night. One H header record carries the change date/time
      *  the totals stand good through, the RunId and run date
      *  that wrote them, the total record count, and the hash
      *  total of the CustomerIds (the digits of each id taken as
      *  a number, summed). It is followed by one S record per
      *  CustomerStatus code (the code in the first byte of
      *  CtlBucket) and one T record per AddrState, each with its
      *  record count. The next night proves today's master
      *  against these totals moved forward by the change
      *  history, and only rewrites them once the master balances.
      *================================================================
       01  ControlTotalRecord.
           02  CtlRecordType        PIC X(01).
               88  CtlHeader        VALUE 'H'.
               88  CtlStatusBucket  VALUE 'S'.
               88  CtlStateBucket   VALUE 'T'.
           02  CtlBucket            PIC X(02).
           02  CtlCount             PIC 9(09).
           02  CtlHashTotal         PIC 9(15).
           02  CtlThroughStamp      PIC X(16).
           02  CtlRunId             PIC X(08).
           02  CtlRunDate           PIC 9(08).
