      *  Customer master record layout - keyed by CustomerId.
      *  Shared by tread.cob (indexed CustomerFile) and any batch
      *  step that needs to read the customer master (e.g. custlbl).
      *  Two alternate keys, both WITH DUPLICATES, let custinq find a
      *  customer without the CustomerId: CustNameKey (Lastname then
      *  Firstname) and AddrPostalCode. Every program that selects
      *  CUSTFILE declares both, so each WRITE, REWRITE, and DELETE
      *  keeps the alternate indexes in step with the base record.
      *================================================================
       01  CustomerRecord.
           02  CustomerId           PIC X(10).
           02  CustomerName.
               03  CustNameKey.
                   04  Lastname     PIC X(20).
                   04  Firstname    PIC X(20).
               03  Middlename       PIC X(20).
           02  CustomerAddress.
               03  AddrLine1        PIC X(26).
