                   88  AuditReject  VALUE 'R'.
               03  AuditReasonText  PIC X(30).
               03  AuditPieceNumber PIC 9(07).
      *        campaign code carried from the recipient record.
               03  AuditCampaign    PIC X(08).
           02  AuditTrailerData REDEFINES AuditDetailData.
               03  AuditTotalLabels PIC 9(07).
               03  AuditTotalReject PIC 9(07).
               03  Filler           PIC X(96).
