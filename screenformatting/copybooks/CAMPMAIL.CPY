      *================================================================
      *  CAMPMAIL.CPY
      *  Campaign mailing record - one per customer per campaign
      *  the customer was mailed under, keyed CustomerId then
      *  campaign code. audarch posts every successful label in
      *  the archived audit trail that carries a campaign code:
      *  the first and last run dates the customer was mailed on,
      *  the pieces mailed, and the state the last piece went to.
      *  MailLastRunId keeps a re-archived audit file from being
      *  counted twice. camprsp matches each response back to
      *  this record; camprpt counts the pieces mailed from it.
      *  Unlike the monthly audit history it is never scratched.
      *================================================================
       01  CampaignMailRecord.
           02  MailKey.
               03  MailCustomerId   PIC X(10).
               03  MailCampaign     PIC X(08).
           02  MailState            PIC X(02).
           02  MailFirstDate        PIC X(08).
           02  MailLastDate         PIC X(08).
           02  MailPieces           PIC 9(05).
           02  MailLastRunId        PIC X(08).
