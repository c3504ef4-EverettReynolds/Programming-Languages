      *================================================================
      *  CAMPRUN.CPY
      *  Campaign run log - one record appended by audarch for each
      *  archived label run that mailed under a campaign code: the
      *  code, the run date and RunId, and the campaign pieces the
      *  run produced. The postage history (PSTGHIST) is one cost
      *  record per run date with no campaign on it, so camprpt
      *  prices a campaign by joining its run dates from this log
      *  to the postage history.
      *================================================================
       01  CampaignRunRecord.
           02  CrunCampaign         PIC X(08).
           02  CrunRunDate          PIC X(08).
           02  CrunRunId            PIC X(08).
           02  CrunPieces           PIC 9(07).
