      *================================================================
      *  DNMMAST.CPY
      *  Do-not-mail list entry - one per consumer mail opt-out,
      *  from the periodic preference feed or an individual request.
      *  The opt-outs carry no CustomerId, so the entry is keyed by
      *  the normalized name key (Lastname then Firstname) and the
      *  normalized address key (address line 1, city, state, and
      *  5-digit ZIP) - uppercased with spaces, commas, and periods
      *  dropped, the same rule custdup and coamove match on - so
      *  custlbl can probe it directly with each customer's keys.
      *  The entry suppresses mail from DnmEffectiveDate through
      *  DnmExpiryDate (YYYYMMDD); spaces in DnmExpiryDate mean the
      *  opt-out stands until withdrawn. An ended opt-out is kept,
      *  with its expiry set, so the compliance trail survives.
      *================================================================
       01  DoNotMailRecord.
           02  DnmKey.
               03  DnmNameKey       PIC X(40).
               03  DnmAddrKey       PIC X(60).
           02  DnmLastname          PIC X(20).
           02  DnmFirstname         PIC X(20).
           02  DnmAddrLine1         PIC X(26).
           02  DnmCity              PIC X(15).
           02  DnmState             PIC X(02).
           02  DnmPostalCode        PIC X(10).
           02  DnmEffectiveDate     PIC X(08).
           02  DnmExpiryDate        PIC X(08).
           02  DnmSource            PIC X(01).
               88  DnmFromFeed      VALUE 'F'.
               88  DnmFromRequest   VALUE 'R'.
      *    preference-feed list id or the request reference that
      *    created or last refreshed the entry.
           02  DnmListRef           PIC X(12).
           02  DnmUpdatedDate       PIC X(08).
