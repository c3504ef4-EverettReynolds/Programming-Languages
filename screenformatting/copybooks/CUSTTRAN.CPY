      *  The data portion mirrors CUSTMAST.CPY field for field so a
      *  change transaction can carry any subset of replacement
      *  values (blank = leave the master field as it stands).
      *  Action E adds or changes the customer's contact record
      *  (email, phone, preferred channel, consent date - blank
      *  again leaves a field as it stands) and action W withdraws
      *  it; both carry the contact fields in TranContactData.
      *================================================================
       01  MaintTransRecord.
           02  TranActionCode       PIC X(01).
               88  TranAdd          VALUE 'A'.
               88  TranChange       VALUE 'C'.
               88  TranDelete       VALUE 'D'.
               88  TranContact      VALUE 'E'.
               88  TranWithdraw     VALUE 'W'.
           02  TranCustomerId       PIC X(10).
           02  TranCustomerData.
               03  TranCustomerName.
                   04  TranLastname     PIC X(20).
                   04  TranFirstname    PIC X(20).
                   04  TranMiddlename   PIC X(20).
               03  TranCustomerAddress.
                   04  TranAddrLine1    PIC X(26).
                   04  TranAddrLine2    PIC X(26).
                   04  TranAddrCity     PIC X(15).
                   04  TranAddrState    PIC X(02).
                   04  TranAddrPostal   PIC X(10).
                   04  TranAddrCountry  PIC X(20).
                   04  TranAddrCtryCode PIC X(02).
               03  TranCustomerStatus   PIC X(01).
               03  Filler               PIC X(08).
      *    contact transactions (E/W) carry the contact fields in
      *    place of the name and address (see CUSTCONT.CPY).
           02  TranContactData REDEFINES TranCustomerData.
               03  TranEmail            PIC X(60).
               03  TranPhone            PIC X(15).
               03  TranChannel          PIC X(01).
               03  TranConsentDate      PIC X(08).
               03  Filler               PIC X(86).
