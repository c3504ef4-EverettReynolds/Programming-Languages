       identification division.
       program-id.
       campmnt.
       author.
           Everett Z. Reynolds.

      *    Campaign master maintenance. Marketing's campaign cards
      *    add, change, or delete campaigns on the indexed campaign
      *    master (CAMPMAST.CPY) that custlbl checks the EXTPARM
      *    CAMPAIGN= code against:
      *      - A adds a campaign - code, description, and start
      *        date required; a blank end date leaves the campaign
      *        open until it is ended;
      *      - C changes one - only the fields keyed on the card
      *        are replaced, so ending a campaign is a C card with
      *        just the end date;
      *      - D deletes one, but only before its start date - once
      *        a campaign may have mailed, its code has to stay on
      *        file for the responses and the performance report,
      *        so it is ended instead.
      *    The end date may not fall before the start date. Every
      *    card prints on the maintenance register with what was
      *    done to it.

       environment division.
       input-output section.
       file-control.
           select optional campaign-tran-file assign to "CAMPTRAN"
               organization is line sequential
               file status is ws-tran-status.

           select campaign-file assign to "CAMPFILE"
               organization is indexed
               access mode is random
               record key is CampCode
               file status is ws-campaign-status.

           select report-file assign to "CAMPMRPT"
               organization is line sequential
               file status is ws-report-status.

       data division.
       file section.
       fd campaign-tran-file.
       01 campaign-tran-record.
           02  CtrAction               pic x(01).
               88  CtrAddCampaign             value 'A'.
               88  CtrChangeCampaign          value 'C'.
               88  CtrDeleteCampaign          value 'D'.
           02  CtrCode                 pic x(08).
           02  CtrDescription          pic x(40).
           02  CtrStartDate            pic x(08).
           02  CtrEndDate              pic x(08).

       fd campaign-file.
           copy CAMPMAST.

       fd report-file.
       01 report-record                pic x(132).

       working-storage section.
       01 ws-tran-status               pic x(02) value spaces.
       01 ws-campaign-status           pic x(02) value spaces.
       01 ws-report-status             pic x(02) value spaces.
       01 ws-run-date                  pic 9(08) value 0.

       01 ws-tran-eof                  pic x value 'N'.
           88 end-of-cards                    value 'Y'.

       01 ws-tran-valid                pic x value 'Y'.
           88 tran-is-valid                   value 'Y'.
       01 ws-result-text               pic x(40) value spaces.
       01 ws-new-start-date            pic x(08) value spaces.
       01 ws-new-end-date              pic x(08) value spaces.

       01 ws-cards-read                pic 9(07) value 0.
       01 ws-campaigns-added           pic 9(07) value 0.
       01 ws-campaigns-changed         pic 9(07) value 0.
       01 ws-campaigns-deleted         pic 9(07) value 0.
       01 ws-cards-rejected            pic 9(07) value 0.

       01 ws-report-header-1.
           02  filler                  pic x(44) value
               "CAMPAIGN MASTER MAINTENANCE REGISTER".
           02  filler                  pic x(10) value "RUN DATE:".
           02  hdr-run-date            pic 9(08).
       01 ws-report-header-2.
           02  filler                  pic x(04) value "ACT".
           02  filler                  pic x(10) value "CAMPAIGN".
           02  filler                  pic x(41) value "DESCRIPTION".
           02  filler                  pic x(10) value "STARTS".
           02  filler                  pic x(10) value "ENDS".
           02  filler                  pic x(40) value "RESULT".
       01 ws-report-detail.
           02  dtl-action              pic x(04).
           02  dtl-code                pic x(10).
           02  dtl-description         pic x(41).
           02  dtl-start-date          pic x(10).
           02  dtl-end-date            pic x(10).
           02  dtl-result              pic x(40).

       01 ws-report-total-1.
           02  filler                  pic x(26) value
               "CAMPAIGN CARDS READ.....:".
           02  tot-cards-read          pic zzz,zz9.
       01 ws-report-total-2.
           02  filler                  pic x(26) value
               "CAMPAIGNS ADDED.........:".
           02  tot-added               pic zzz,zz9.
       01 ws-report-total-3.
           02  filler                  pic x(26) value
               "CAMPAIGNS CHANGED.......:".
           02  tot-changed             pic zzz,zz9.
       01 ws-report-total-4.
           02  filler                  pic x(26) value
               "CAMPAIGNS DELETED.......:".
           02  tot-deleted             pic zzz,zz9.
       01 ws-report-total-5.
           02  filler                  pic x(26) value
               "CARDS REJECTED..........:".
           02  tot-rejected            pic zzz,zz9.

       procedure division.
       CM000-maintain-campaigns.
           accept ws-run-date from date yyyymmdd
           perform CM060-open-files

           perform CM100-read-campaign-card
           perform until end-of-cards
              perform CM200-apply-campaign-card
              perform CM100-read-campaign-card
           end-perform

           perform CM900-print-report-totals
           close campaign-tran-file
           close campaign-file
           close report-file
           stop run.

      *    the very first campaign creates the master.
       CM060-open-files.
           open input campaign-tran-file
           if ws-tran-status not = "00"
                 and ws-tran-status not = "05"
              display
                 "CAMPMNT: UNABLE TO OPEN CAMPTRAN, STATUS="
                 ws-tran-status
              move 16 to return-code
              stop run
           end-if
           open i-o campaign-file
           if ws-campaign-status = "35"
              open output campaign-file
              if ws-campaign-status = "00"
                 close campaign-file
                 open i-o campaign-file
              end-if
           end-if
           if ws-campaign-status not = "00"
              display
                 "CAMPMNT: UNABLE TO OPEN CAMPFILE, STATUS="
                 ws-campaign-status
              move 16 to return-code
              stop run
           end-if
           open output report-file
           if ws-report-status not = "00"
              display
                 "CAMPMNT: UNABLE TO OPEN CAMPMRPT, STATUS="
                 ws-report-status
              move 16 to return-code
              stop run
           end-if
           move ws-run-date to hdr-run-date
           write report-record from ws-report-header-1
           write report-record from ws-report-header-2
              after advancing 2 lines.

       CM100-read-campaign-card.
           read campaign-tran-file
              at end set end-of-cards to true
              not at end add 1 to ws-cards-read
           end-read.

       CM200-apply-campaign-card.
           move 'Y' to ws-tran-valid
           move spaces to ws-result-text
           if CtrCode = spaces
              move "REJECTED - CAMPAIGN CODE MISSING"
                 to ws-result-text
           else
              move CtrCode to CampCode
              read campaign-file
              if ws-campaign-status not = "00"
                    and ws-campaign-status not = "23"
                 display
                    "CAMPMNT: READ OF CAMPFILE FAILED, STATUS="
                    ws-campaign-status
                 move 16 to return-code
                 stop run
              end-if
              evaluate true
                 when CtrAddCampaign
                    perform CM300-add-campaign
                 when CtrChangeCampaign
                    perform CM400-change-campaign
                 when CtrDeleteCampaign
                    perform CM500-delete-campaign
                 when other
                    move "REJECTED - ACTION NOT A, C, OR D"
                       to ws-result-text
              end-evaluate
           end-if
           if ws-result-text(1:8) = "REJECTED"
              move 'N' to ws-tran-valid
              add 1 to ws-cards-rejected
           end-if
           perform CM700-print-register-line.

       CM300-add-campaign.
           move CtrStartDate to ws-new-start-date
           move CtrEndDate to ws-new-end-date
           evaluate true
              when ws-campaign-status = "00"
                 move "REJECTED - CAMPAIGN ALREADY ON FILE"
                    to ws-result-text
              when CtrDescription = spaces
                 move "REJECTED - DESCRIPTION MISSING"
                    to ws-result-text
              when other
                 perform CM250-edit-campaign-dates
           end-evaluate
           if ws-result-text = spaces
              move CtrCode to CampCode
              move CtrDescription to CampDescription
              move ws-new-start-date to CampStartDate
              move ws-new-end-date to CampEndDate
              move ws-run-date to CampUpdatedDate
              write CampaignRecord
              perform CM600-check-campaign-update
              move "ADDED" to ws-result-text
              add 1 to ws-campaigns-added
           end-if.

      *    only what is keyed on the card replaces the master - a
      *    card with just an end date ends the campaign.
       CM400-change-campaign.
           if ws-campaign-status = "23"
              move "REJECTED - CAMPAIGN NOT ON FILE"
                 to ws-result-text
           else
              move CampStartDate to ws-new-start-date
              move CampEndDate to ws-new-end-date
              if CtrStartDate not = spaces
                 move CtrStartDate to ws-new-start-date
              end-if
              if CtrEndDate not = spaces
                 move CtrEndDate to ws-new-end-date
              end-if
              perform CM250-edit-campaign-dates
           end-if
           if ws-result-text = spaces
              if CtrDescription not = spaces
                 move CtrDescription to CampDescription
              end-if
              move ws-new-start-date to CampStartDate
              move ws-new-end-date to CampEndDate
              move ws-run-date to CampUpdatedDate
              rewrite CampaignRecord
              perform CM600-check-campaign-update
              move "CHANGED" to ws-result-text
              add 1 to ws-campaigns-changed
           end-if.

       CM250-edit-campaign-dates.
           evaluate true
              when ws-new-start-date = spaces
                    or ws-new-start-date is not numeric
                 move "REJECTED - BAD START DATE"
                    to ws-result-text
              when ws-new-end-date not = spaces
                    and ws-new-end-date is not numeric
                 move "REJECTED - BAD END DATE"
                    to ws-result-text
              when ws-new-end-date not = spaces
                    and ws-new-end-date < ws-new-start-date
                 move "REJECTED - ENDS BEFORE IT STARTS"
                    to ws-result-text
           end-evaluate.

      *    a campaign that may have mailed keeps its code on file
      *    for the responses and the performance report.
       CM500-delete-campaign.
           evaluate true
              when ws-campaign-status = "23"
                 move "REJECTED - CAMPAIGN NOT ON FILE"
                    to ws-result-text
              when CampStartDate not > ws-run-date
                 move "REJECTED - ALREADY STARTED, END IT"
                    to ws-result-text
              when other
                 delete campaign-file record
                 perform CM600-check-campaign-update
                 move "DELETED" to ws-result-text
                 add 1 to ws-campaigns-deleted
           end-evaluate.

       CM600-check-campaign-update.
           if ws-campaign-status not = "00"
              display
                 "CAMPMNT: UPDATE OF CAMPFILE FAILED, STATUS="
                 ws-campaign-status
              move 16 to return-code
              stop run
           end-if.

       CM700-print-register-line.
           move spaces to ws-report-detail
           move CtrAction to dtl-action
           move CtrCode to dtl-code
           if tran-is-valid and not CtrDeleteCampaign
              move CampDescription to dtl-description
              move CampStartDate to dtl-start-date
              move CampEndDate to dtl-end-date
           else
              move CtrDescription to dtl-description
              move CtrStartDate to dtl-start-date
              move CtrEndDate to dtl-end-date
           end-if
           move ws-result-text to dtl-result
           write report-record from ws-report-detail
              after advancing 1 line
           if ws-report-status not = "00"
              display
                 "CAMPMNT: WRITE TO CAMPMRPT FAILED, STATUS="
                 ws-report-status
              move 16 to return-code
              stop run
           end-if.

       CM900-print-report-totals.
           move ws-cards-read to tot-cards-read
           move ws-campaigns-added to tot-added
           move ws-campaigns-changed to tot-changed
           move ws-campaigns-deleted to tot-deleted
           move ws-cards-rejected to tot-rejected
           write report-record from ws-report-total-1
              after advancing 3 lines
           write report-record from ws-report-total-2
              after advancing 1 line
           write report-record from ws-report-total-3
              after advancing 1 line
           write report-record from ws-report-total-4
              after advancing 1 line
           write report-record from ws-report-total-5
              after advancing 1 line.
