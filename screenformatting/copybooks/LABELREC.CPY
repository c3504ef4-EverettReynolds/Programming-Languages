      *    record (see RUNCTL.CPY) so recon can match the extract
      *    to the same run's exception and audit files.
           02  RecipRunId           PIC X(08).
      *    campaign code from custlbl's EXTPARM card (CAMPMAST.CPY);
      *    spaces on a run mailed under no campaign.
           02  RecipCampaign        PIC X(08).
