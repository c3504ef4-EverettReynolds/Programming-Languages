      *================================================================
      *  CAMPMAST.CPY
      *  Campaign master - one record per mailing campaign (the
      *  spring renewal, the regular statement run, ...), keyed by
      *  the campaign code marketing assigns. custlbl refuses a
      *  CAMPAIGN= code on its EXTPARM card that is not on file or
      *  whose start/end window (YYYYMMDD) does not cover the run
      *  date, and stamps the code on every piece it extracts so
      *  the audit trail, the campaign mailing file (CAMPMAIL.CPY),
      *  and the responses (CAMPRESP.CPY) can be tied back to it.
      *  Spaces in CampEndDate mean the campaign runs until ended
      *  (the regular statement run). Maintained by campmnt.
      *================================================================
       01  CampaignRecord.
           02  CampCode             PIC X(08).
           02  CampDescription      PIC X(40).
           02  CampStartDate        PIC X(08).
           02  CampEndDate          PIC X(08).
           02  CampUpdatedDate      PIC X(08).
