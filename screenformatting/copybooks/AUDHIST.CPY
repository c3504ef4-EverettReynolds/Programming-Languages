      *  fields plus the recipient's state (joined from the day's
      *  recipient file) so the month-end reporting can break
      *  volume down by state without re-reading daily files.
      *  HistCampaign is the campaign code the piece was mailed
      *  under (spaces for none).
      *================================================================
       01  AuditHistRecord.
           02  HistJobId            PIC X(08).
               88  HistReject       VALUE 'R'.
           02  HistReasonText       PIC X(30).
           02  HistState            PIC X(02).
           02  HistCampaign         PIC X(08).
