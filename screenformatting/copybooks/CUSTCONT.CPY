      *================================================================
      *  CUSTCONT.CPY
      *  Customer contact record - one per customer who has given
      *  us an email address, a phone number, or a delivery
      *  preference, keyed by CustomerId to match CUSTMAST.CPY.
      *  ContChannel is the delivery channel the customer asked for
      *  ('E' email, 'P' paper); ContConsentDate (YYYYMMDD) is the
      *  date the customer agreed to email delivery, spaces if never.
      *  custlbl routes a customer with an email preference and a
      *  valid ContEmail to the electronic-notification extract
      *  (ENOTREC.CPY) instead of the paper recipient file.
      *  Maintained by custmnt contact transactions and by custinq
      *  (through the supervisor approval queue); every WRITE,
      *  REWRITE, and DELETE leaves a CHGHIST record with the
      *  contact images (see CUSTHIST.CPY).
      *================================================================
       01  ContactRecord.
           02  ContCustomerId       PIC X(10).
           02  ContEmail            PIC X(60).
           02  ContPhone            PIC X(15).
           02  ContChannel          PIC X(01).
               88  ContPrefEmail    VALUE 'E'.
               88  ContPrefPaper    VALUE 'P'.
           02  ContConsentDate      PIC X(08).
      *    date (YYYYMMDD) the record was last written or changed.
           02  ContUpdatedDate      PIC X(08).
