      *    A missing audit or recipient file (the first run ever,
      *    or after a month-end reset) archives nothing and ends
      *    clean.
      *
      *    Every successful label mailed under a campaign code is
      *    also posted to the campaign mailing file (CAMPMAIL.CPY)
      *    - one record per customer per campaign, kept for good -
      *    and the run is logged once on the campaign run log
      *    (CAMPRUN.CPY) with its date and campaign pieces, which
      *    is what camprsp matches responses to and camprpt prices
      *    from the postage history. A run already posted is
      *    recognized by its RunId and not counted twice.

       environment division.
       input-output section.
               organization is line sequential
               file status is ws-history-status.

           select campaign-mail-file assign to "CAMPMAIL"
               organization is indexed
               access mode is random
               record key is MailKey
               file status is ws-campmail-status.

           select optional campaign-run-file assign to "CAMPRUNS"
               organization is line sequential
               file status is ws-camprun-status.

       data division.
       file section.
       fd audit-file.
       fd history-file.
           copy AUDHIST.

       fd campaign-mail-file.
           copy CAMPMAIL.

       fd campaign-run-file.
           copy CAMPRUN.

       working-storage section.
       01 ws-audit-status              pic x(02) value spaces.
       01 ws-recipient-status          pic x(02) value spaces.

       01 ws-details-archived          pic 9(07) value 0.

       01 ws-campmail-status           pic x(02) value spaces.
       01 ws-camprun-status            pic x(02) value spaces.
       01 ws-run-campaign              pic x(08) value spaces.
       01 ws-run-date                  pic x(08) value spaces.
       01 ws-run-job-id                pic x(08) value spaces.
       01 ws-campaign-pieces           pic 9(07) value 0.

       procedure division.
       L000-archive-audit-details.
           open input audit-file
              move 16 to return-code
              stop run
           end-if
           perform L050-open-campaign-mail-file

           perform L100-load-recipient-states

           close audit-file
           close recipient-file
           close history-file
           close campaign-mail-file
           if ws-campaign-pieces > 0
              perform L600-log-campaign-run
           end-if
           display
              "AUDARCH: AUDIT DETAILS ARCHIVED: "
              ws-details-archived
           display
              "AUDARCH: CAMPAIGN PIECES POSTED: "
              ws-campaign-pieces
           stop run.

      *    the first campaign run ever creates the mailing file.
       L050-open-campaign-mail-file.
           open i-o campaign-mail-file
           if ws-campmail-status = "35"
              open output campaign-mail-file
              if ws-campmail-status = "00"
                 close campaign-mail-file
                 open i-o campaign-mail-file
              end-if
           end-if
           if ws-campmail-status not = "00"
              display
                 "AUDARCH: UNABLE TO OPEN CAMPMAIL, STATUS="
                 ws-campmail-status
              move 16 to return-code
              stop run
           end-if.

       L100-load-recipient-states.
           perform L150-read-recipient-record
           perform until end-of-recipients
           move AuditRecipName to HistRecipName
           move AuditStatusFlag to HistStatusFlag
           move AuditReasonText to HistReasonText
           move AuditCampaign to HistCampaign
           perform L400-find-recipient-state
           write AuditHistRecord
           if ws-history-status not = "00"
              move 16 to return-code
              stop run
           end-if
           add 1 to ws-details-archived
           if AuditSuccess and AuditCampaign not = spaces
              perform L500-post-campaign-mailing
           end-if.

       L400-find-recipient-state.
           move spaces to HistState
                 move ws-tbl-state(ws-state-sub) to HistState
              end-if
           end-perform.

      *    one record per customer per campaign - a later run of
      *    the same campaign adds a piece and moves the last-mailed
      *    date and state forward, unless this RunId is already on
      *    it (the same audit file archived twice).
       L500-post-campaign-mailing.
           move AuditCustomerId to MailCustomerId
           move AuditCampaign to MailCampaign
           read campaign-mail-file
           evaluate ws-campmail-status
              when "00"
                 if MailLastRunId not = AuditJobId
                    add 1 to MailPieces
                    move AuditRunDateTime(1:8) to MailLastDate
                    move HistState to MailState
                    move AuditJobId to MailLastRunId
                    rewrite CampaignMailRecord
                    perform L550-check-campaign-mail-update
                 end-if
              when "23"
                 move HistState to MailState
                 move AuditRunDateTime(1:8) to MailFirstDate
                 move AuditRunDateTime(1:8) to MailLastDate
                 move 1 to MailPieces
                 move AuditJobId to MailLastRunId
                 write CampaignMailRecord
                 perform L550-check-campaign-mail-update
              when other
                 display
                    "AUDARCH: READ OF CAMPMAIL FAILED, STATUS="
                    ws-campmail-status
                 move 16 to return-code
                 stop run
           end-evaluate.

       L550-check-campaign-mail-update.
           if ws-campmail-status not = "00"
              display
                 "AUDARCH: UPDATE OF CAMPMAIL FAILED, STATUS="
                 ws-campmail-status
              move 16 to return-code
              stop run
           end-if
           if ws-campaign-pieces = 0
              move AuditCampaign to ws-run-campaign
              move AuditRunDateTime(1:8) to ws-run-date
              move AuditJobId to ws-run-job-id
           end-if
           add 1 to ws-campaign-pieces.

       L600-log-campaign-run.
           open extend campaign-run-file
           if ws-camprun-status not = "00"
                 and ws-camprun-status not = "05"
              display
                 "AUDARCH: UNABLE TO OPEN CAMPRUNS, STATUS="
                 ws-camprun-status
              move 16 to return-code
              stop run
           end-if
           move ws-run-campaign to CrunCampaign
           move ws-run-date to CrunRunDate
           move ws-run-job-id to CrunRunId
           move ws-campaign-pieces to CrunPieces
           write CampaignRunRecord
           if ws-camprun-status not = "00"
              display
                 "AUDARCH: WRITE TO CAMPRUNS FAILED, STATUS="
                 ws-camprun-status
              move 16 to return-code
              stop run
           end-if
           close campaign-run-file.
