       identification division.
       program-id.
       camprsp.
       author.
           Everett Z. Reynolds.

      *    Campaign response load. Reads the responses keyed at the
      *    reply/returns desk - CustomerId, the campaign code when
      *    the reply carried one, the response date, and the type
      *    (R reply, O order) - and matches each back to the piece
      *    that produced it on the campaign mailing file audarch
      *    builds (CAMPMAIL.CPY):
      *      - with a campaign code, the customer must have been
      *        mailed under that campaign;
      *      - without one, the response goes to the most recently
      *        started campaign that had reached the customer by
      *        the response date.
      *    A matched response is added to the response file
      *    (CAMPRESP.CPY) with the state and date the piece was
      *    mailed, for camprpt. One response per customer per
      *    campaign is counted - a second is refused, as is one
      *    dated in the future or before the piece was mailed, an
      *    unknown campaign, or a customer never mailed. Every
      *    card prints on the load register with its outcome.

       environment division.
       input-output section.
       file-control.
           select optional response-tran-file assign to "RESPTRAN"
               organization is line sequential
               file status is ws-tran-status.

           select campaign-file assign to "CAMPFILE"
               organization is indexed
               access mode is random
               record key is CampCode
               file status is ws-campaign-status.

           select campaign-mail-file assign to "CAMPMAIL"
               organization is indexed
               access mode is dynamic
               record key is MailKey
               file status is ws-campmail-status.

           select response-file assign to "RESPFILE"
               organization is indexed
               access mode is random
               record key is RespKey
               file status is ws-response-status.

           select report-file assign to "RSPRPT"
               organization is line sequential
               file status is ws-report-status.

       data division.
       file section.
       fd response-tran-file.
       01 response-tran-record.
           02  RtrCustomerId           pic x(10).
           02  RtrCampaign             pic x(08).
           02  RtrResponseDate         pic x(08).
           02  RtrResponseType         pic x(01).

       fd campaign-file.
           copy CAMPMAST.

       fd campaign-mail-file.
           copy CAMPMAIL.

       fd response-file.
           copy CAMPRESP.

       fd report-file.
       01 report-record                pic x(132).

       working-storage section.
       01 ws-tran-status               pic x(02) value spaces.
       01 ws-campaign-status           pic x(02) value spaces.
       01 ws-campmail-status           pic x(02) value spaces.
       01 ws-response-status           pic x(02) value spaces.
       01 ws-report-status             pic x(02) value spaces.
       01 ws-run-date                  pic 9(08) value 0.

       01 ws-tran-eof                  pic x value 'N'.
           88 end-of-responses                value 'Y'.
       01 ws-mail-eof                  pic x value 'N'.
           88 end-of-customer-mailings        value 'Y'.

       01 ws-result-text               pic x(40) value spaces.
       01 ws-response-date             pic x(08) value spaces.
       01 ws-match-campaign            pic x(08) value spaces.
       01 ws-match-first-date          pic x(08) value spaces.
       01 ws-match-state               pic x(02) value spaces.

       01 ws-cards-read                pic 9(07) value 0.
       01 ws-responses-loaded          pic 9(07) value 0.
       01 ws-matched-by-code           pic 9(07) value 0.
       01 ws-matched-by-mailing        pic 9(07) value 0.
       01 ws-cards-rejected            pic 9(07) value 0.

       01 ws-report-header-1.
           02  filler                  pic x(44) value
               "CAMPAIGN RESPONSE LOAD REGISTER".
           02  filler                  pic x(10) value "RUN DATE:".
           02  hdr-run-date            pic 9(08).
       01 ws-report-header-2.
           02  filler                  pic x(12) value "CUSTOMER".
           02  filler                  pic x(10) value "KEYED".
           02  filler                  pic x(10) value "RESPONDED".
           02  filler                  pic x(05) value "TYPE".
           02  filler                  pic x(10) value "CAMPAIGN".
           02  filler                  pic x(10) value "MAILED".
           02  filler                  pic x(06) value "STATE".
           02  filler                  pic x(40) value "RESULT".
       01 ws-report-detail.
           02  dtl-customer-id         pic x(12).
           02  dtl-keyed-campaign      pic x(10).
           02  dtl-response-date       pic x(10).
           02  dtl-response-type       pic x(05).
           02  dtl-campaign            pic x(10).
           02  dtl-mailed-date         pic x(10).
           02  dtl-state               pic x(06).
           02  dtl-result              pic x(40).

       01 ws-report-total-1.
           02  filler                  pic x(26) value
               "RESPONSE CARDS READ.....:".
           02  tot-cards-read          pic zzz,zz9.
       01 ws-report-total-2.
           02  filler                  pic x(26) value
               "RESPONSES LOADED........:".
           02  tot-loaded              pic zzz,zz9.
       01 ws-report-total-3.
           02  filler                  pic x(26) value
               "  BY CAMPAIGN CODE......:".
           02  tot-by-code             pic zzz,zz9.
       01 ws-report-total-4.
           02  filler                  pic x(26) value
               "  BY LATEST MAILING.....:".
           02  tot-by-mailing          pic zzz,zz9.
       01 ws-report-total-5.
           02  filler                  pic x(26) value
               "CARDS REJECTED..........:".
           02  tot-rejected            pic zzz,zz9.

       procedure division.
       CR000-load-responses.
           accept ws-run-date from date yyyymmdd
           perform CR060-open-files

           perform CR100-read-response-card
           perform until end-of-responses
              perform CR200-apply-response-card
              perform CR100-read-response-card
           end-perform

           perform CR900-print-report-totals
           close response-tran-file
           close campaign-file
           close campaign-mail-file
           close response-file
           close report-file
           stop run.

      *    the very first load creates the response file.
       CR060-open-files.
           open input response-tran-file
           if ws-tran-status not = "00"
                 and ws-tran-status not = "05"
              display
                 "CAMPRSP: UNABLE TO OPEN RESPTRAN, STATUS="
                 ws-tran-status
              move 16 to return-code
              stop run
           end-if
           open input campaign-file
           if ws-campaign-status not = "00"
              display
                 "CAMPRSP: UNABLE TO OPEN CAMPFILE, STATUS="
                 ws-campaign-status
              move 16 to return-code
              stop run
           end-if
           open input campaign-mail-file
           if ws-campmail-status not = "00"
              display
                 "CAMPRSP: UNABLE TO OPEN CAMPMAIL, STATUS="
                 ws-campmail-status
              move 16 to return-code
              stop run
           end-if
           open i-o response-file
           if ws-response-status = "35"
              open output response-file
              if ws-response-status = "00"
                 close response-file
                 open i-o response-file
              end-if
           end-if
           if ws-response-status not = "00"
              display
                 "CAMPRSP: UNABLE TO OPEN RESPFILE, STATUS="
                 ws-response-status
              move 16 to return-code
              stop run
           end-if
           open output report-file
           if ws-report-status not = "00"
              display
                 "CAMPRSP: UNABLE TO OPEN RSPRPT, STATUS="
                 ws-report-status
              move 16 to return-code
              stop run
           end-if
           move ws-run-date to hdr-run-date
           write report-record from ws-report-header-1
           write report-record from ws-report-header-2
              after advancing 2 lines.

       CR100-read-response-card.
           read response-tran-file
              at end set end-of-responses to true
              not at end add 1 to ws-cards-read
           end-read.

       CR200-apply-response-card.
           move spaces to ws-result-text
           move spaces to ws-match-campaign
           move spaces to ws-match-first-date
           move spaces to ws-match-state
           move RtrResponseDate to ws-response-date
           if ws-response-date = spaces
              move ws-run-date to ws-response-date
           end-if
           evaluate true
              when RtrCustomerId = spaces
                 move "REJECTED - CUSTOMER ID MISSING"
                    to ws-result-text
              when RtrResponseType not = 'R'
                    and RtrResponseType not = 'O'
                 move "REJECTED - RESPONSE TYPE NOT R OR O"
                    to ws-result-text
              when ws-response-date is not numeric
                 move "REJECTED - BAD RESPONSE DATE"
                    to ws-result-text
              when ws-response-date > ws-run-date
                 move "REJECTED - RESPONSE DATED IN THE FUTURE"
                    to ws-result-text
              when RtrCampaign not = spaces
                 perform CR300-match-keyed-campaign
              when other
                 perform CR400-match-latest-mailing
           end-evaluate
           if ws-result-text = spaces
              perform CR500-add-response
           end-if
           if ws-result-text(1:8) = "REJECTED"
              add 1 to ws-cards-rejected
           end-if
           perform CR700-print-register-line.

       CR300-match-keyed-campaign.
           move RtrCampaign to CampCode
           read campaign-file
           evaluate ws-campaign-status
              when "00"
                 continue
              when "23"
                 move "REJECTED - CAMPAIGN NOT ON FILE"
                    to ws-result-text
              when other
                 display
                    "CAMPRSP: READ OF CAMPFILE FAILED, STATUS="
                    ws-campaign-status
                 move 16 to return-code
                 stop run
           end-evaluate
           if ws-result-text = spaces
              move RtrCustomerId to MailCustomerId
              move RtrCampaign to MailCampaign
              read campaign-mail-file
              evaluate ws-campmail-status
                 when "00"
                    move MailCampaign to ws-match-campaign
                    move MailFirstDate to ws-match-first-date
                    move MailState to ws-match-state
                 when "23"
                    move "REJECTED - NOT MAILED UNDER CAMPAIGN"
                       to ws-result-text
                 when other
                    display
                       "CAMPRSP: READ OF CAMPMAIL FAILED, STATUS="
                       ws-campmail-status
                    move 16 to return-code
                    stop run
              end-evaluate
           end-if
           if ws-result-text = spaces
              if ws-match-first-date > ws-response-date
                 move "REJECTED - RESPONSE BEFORE PIECE MAILED"
                    to ws-result-text
              else
                 add 1 to ws-matched-by-code
              end-if
           end-if.

      *    a reply with no code goes to the campaign that most
      *    recently began reaching the customer on or before the
      *    response date - the spring renewal rather than the
      *    statement run that has been mailing all along.
       CR400-match-latest-mailing.
           move RtrCustomerId to MailCustomerId
           move low-values to MailCampaign
           move 'N' to ws-mail-eof
           start campaign-mail-file key is not less than MailKey
              invalid key set end-of-customer-mailings to true
           end-start
           perform until end-of-customer-mailings
              read campaign-mail-file next record
                 at end set end-of-customer-mailings to true
                 not at end
                    if MailCustomerId not = RtrCustomerId
                       set end-of-customer-mailings to true
                    else
                       if MailFirstDate not > ws-response-date
                             and MailFirstDate > ws-match-first-date
                          move MailCampaign to ws-match-campaign
                          move MailFirstDate to ws-match-first-date
                          move MailState to ws-match-state
                       end-if
                    end-if
              end-read
           end-perform
           if ws-match-campaign = spaces
              move "REJECTED - NO PIECE MAILED BEFORE REPLY"
                 to ws-result-text
           else
              add 1 to ws-matched-by-mailing
           end-if.

      *    one response per customer per campaign - a duplicate
      *    is refused, and the match count it took is given back.
       CR500-add-response.
           move RtrCustomerId to RespCustomerId
           move ws-match-campaign to RespCampaign
           move ws-response-date to RespDate
           move RtrResponseType to RespType
           move ws-match-state to RespState
           move ws-match-first-date to RespMailedDate
           move ws-run-date to RespLoadedDate
           write ResponseRecord
           evaluate ws-response-status
              when "00"
                 move "LOADED" to ws-result-text
                 add 1 to ws-responses-loaded
              when "22"
                 move "REJECTED - RESPONSE ALREADY ON FILE"
                    to ws-result-text
                 if RtrCampaign not = spaces
                    subtract 1 from ws-matched-by-code
                 else
                    subtract 1 from ws-matched-by-mailing
                 end-if
              when other
                 display
                    "CAMPRSP: WRITE TO RESPFILE FAILED, STATUS="
                    ws-response-status
                 move 16 to return-code
                 stop run
           end-evaluate.

       CR700-print-register-line.
           move spaces to ws-report-detail
           move RtrCustomerId to dtl-customer-id
           move RtrCampaign to dtl-keyed-campaign
           move ws-response-date to dtl-response-date
           move RtrResponseType to dtl-response-type
           move ws-match-campaign to dtl-campaign
           move ws-match-first-date to dtl-mailed-date
           move ws-match-state to dtl-state
           move ws-result-text to dtl-result
           write report-record from ws-report-detail
              after advancing 1 line
           if ws-report-status not = "00"
              display
                 "CAMPRSP: WRITE TO RSPRPT FAILED, STATUS="
                 ws-report-status
              move 16 to return-code
              stop run
           end-if.

       CR900-print-report-totals.
           move ws-cards-read to tot-cards-read
           move ws-responses-loaded to tot-loaded
           move ws-matched-by-code to tot-by-code
           move ws-matched-by-mailing to tot-by-mailing
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
