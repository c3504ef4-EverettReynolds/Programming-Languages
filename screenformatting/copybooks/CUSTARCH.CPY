      *================================================================
      *  CUSTARCH.CPY
      *  Customer archive master record - keyed by CustomerId. One
      *  record per customer custprg purged off the live master
      *  under the retention rules: the date it was archived, why
      *  (I - Inactive past the retention years, R - returned mail
      *  past the returned-mail years), the return count and last
      *  return date when returned mail was the reason, and the
      *  full CustomerRecord image exactly as it left the master.
      *  A reinstated customer goes back on the master from this
      *  image and the archive record is deleted. custinq reads it
      *  to tell the operator when a customer was archived rather
      *  than reporting the id as not on file.
      *================================================================
       01  ArchiveRecord.
           02  ArchCustomerId       PIC X(10).
           02  ArchDate             PIC X(08).
           02  ArchReason           PIC X(01).
               88  ArchInactive     VALUE 'I'.
               88  ArchReturnedMail VALUE 'R'.
           02  ArchReturnCount      PIC 9(03).
           02  ArchLastReturnDate   PIC X(08).
           02  ArchRunId            PIC X(08).
           02  ArchCustomerImage    PIC X(180).
