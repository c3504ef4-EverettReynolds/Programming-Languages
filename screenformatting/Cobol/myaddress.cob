           move ws-run-datetime to AuditRunDateTime
           move RecipCustomerId to AuditCustomerId
           move ws-recipient-name to AuditRecipName
           move RecipCampaign to AuditCampaign
           if recipient-valid
              set AuditSuccess to true
              move spaces to AuditReasonText
