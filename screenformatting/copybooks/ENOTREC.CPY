      *================================================================
      *  ENOTREC.CPY
      *  Electronic-notification extract record - one per active
      *  customer custlbl sends by email instead of a paper label:
      *  the customer asked for email delivery on the contact file
      *  (CUSTCONT.CPY) and the address on file passes the email
      *  edit. Stamped with the RunId so recon can prove paper
      *  recipients plus these equal the eligible customers of the
      *  same run.
      *================================================================
       01  ElectronicNoticeRecord.
           02  EnotCustomerId       PIC X(10).
           02  EnotLastname         PIC X(20).
           02  EnotFirstname        PIC X(20).
           02  EnotEmail            PIC X(60).
           02  EnotRunId            PIC X(08).
