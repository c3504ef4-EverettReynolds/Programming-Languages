      *    file and merge-matched against the master's key sequence
      *    - no in-memory table to outgrow and no per-customer scan,
      *    however large the householded list becomes.
      *
      *    Every customer still due a label is then checked against
      *    the do-not-mail list (DNMMAST.CPY) on the normalized name
      *    and address keys custdup matches on - a random read per
      *    customer. A hit on an entry in force tonight (effective
      *    on or before the run date, not yet expired) is dropped
      *    from the extract and written to the suppression log with
      *    the list entry it matched, for the compliance report and
      *    for recon, which expects those customers to be missing.
      *
      *    A customer still eligible after both checks is routed by
      *    the delivery channel on the contact file (CUSTCONT.CPY):
      *    one who asked for email and whose address on file passes
      *    the email edit goes to the electronic-notification
      *    extract (ENOTREC.CPY) instead of the recipient file;
      *    everyone else gets paper. Besides its own status record
      *    the step writes one under ENOTIFY for the electronic
      *    extract - eligible customers in, notices out - so runsumm
      *    and recon can prove paper plus electronic equals the
      *    eligible count.
      *
      *    CAMPAIGN=code on the EXTPARM card names the campaign the
      *    run is mailed under. The code must be on the campaign
      *    master (CAMPMAST.CPY) with a start/end window covering
      *    the run date, or the step ends RC 16 before extracting
      *    anything; it is stamped on every recipient record so
      *    myaddress carries it into the audit trail. No card means
      *    no campaign - the code is left blank.

       environment division.
       input-output section.
               organization is indexed
               access mode is sequential
               record key is CustomerId
               alternate record key is CustNameKey with duplicates
               alternate record key is AddrPostalCode
                   with duplicates
               file status is ws-customer-status.

           select recipient-file assign to "RECPFILE"
               organization is line sequential
               file status is ws-suppsort-status.

           select campaign-file assign to "CAMPFILE"
               organization is indexed
               access mode is random
               record key is CampCode
               file status is ws-campaign-status.

           select contact-file assign to "CONTFILE"
               organization is indexed
               access mode is random
               record key is ContCustomerId
               file status is ws-contact-status.

           select notice-file assign to "ENOTFILE"
               organization is line sequential
               file status is ws-notice-status.

           select dnm-file assign to "DNMFILE"
               organization is indexed
               access mode is random
               record key is DnmKey
               file status is ws-dnm-status.

           select dnm-log-file assign to "DNMLOG"
               organization is line sequential
               file status is ws-dnm-log-status.

           select run-control-file assign to "RUNCTL"
               organization is line sequential
               file status is ws-runctl-status.
           02  SsCustomerId            pic x(10).
           02  SsSuppType              pic x(01).

       fd campaign-file.
           copy CAMPMAST.

       fd contact-file.
           copy CUSTCONT.

       fd notice-file.
           copy ENOTREC.

       fd dnm-file.
           copy DNMMAST.

       fd dnm-log-file.
           copy DNMLOG.

       fd run-control-file.
           copy RUNCTL.

       01 ws-household-mode            pic x value 'N'.
           88 household-mode                  value 'Y'.
       01 ws-suppress-found            pic x value 'N'.
       01 ws-campaign-code             pic x(08) value spaces.
       01 ws-campaign-status           pic x(02) value spaces.
       01 ws-suppressed-total          pic 9(07) value 0.

       01 ws-dnm-status                pic x(02) value spaces.
       01 ws-dnm-log-status            pic x(02) value spaces.
       01 ws-dnm-found                 pic x value 'N'.
       01 ws-dnm-withheld              pic 9(07) value 0.
       01 ws-run-date                  pic x(08) value spaces.
       01 ws-norm-in                   pic x(80) value spaces.
       01 ws-norm-out                  pic x(80) value spaces.
       01 ws-norm-in-sub               pic 9(03) value 0.
       01 ws-norm-out-sub              pic 9(03) value 0.
       01 ws-norm-char                 pic x(01) value space.

       01 ws-contact-status            pic x(02) value spaces.
       01 ws-contact-file              pic x value 'N'.
           88 contact-file-open               value 'Y'.
       01 ws-notice-status             pic x(02) value spaces.
       01 ws-send-electronic           pic x value 'N'.
           88 send-electronic                 value 'Y'.
       01 ws-eligible-customers        pic 9(07) value 0.
       01 ws-notices-written           pic 9(07) value 0.
       01 ws-email-work                pic x(60) value spaces.
       01 ws-email-valid               pic x value 'N'.
           88 email-is-valid                  value 'Y'.
       01 ws-email-length              pic 9(02) value 0.
       01 ws-email-at-count            pic 9(02) value 0.
       01 ws-email-at-pos              pic 9(02) value 0.
       01 ws-email-space-count         pic 9(02) value 0.
       01 ws-email-dot-count           pic 9(02) value 0.
       01 ws-email-start               pic 9(02) value 0.
       01 ws-email-sub                 pic 9(02) value 0.

       procedure division.
       B000-build-recipient-file.
           perform B030-stamp-start-status
              move 16 to return-code
              stop run
           end-if
           open input dnm-file
           if ws-dnm-status not = "00"
              display
                 "CUSTLBL: UNABLE TO OPEN DNMFILE, STATUS="
                 ws-dnm-status
              move 16 to return-code
              stop run
           end-if
           open output dnm-log-file
           if ws-dnm-log-status not = "00"
              display
                 "CUSTLBL: UNABLE TO OPEN DNMLOG, STATUS="
                 ws-dnm-log-status
              move 16 to return-code
              stop run
           end-if
           open output notice-file
           if ws-notice-status not = "00"
              display
                 "CUSTLBL: UNABLE TO OPEN ENOTFILE, STATUS="
                 ws-notice-status
              move 16 to return-code
              stop run
           end-if
           perform B020-open-contact-file
           accept ws-run-date from date yyyymmdd

           perform B040-read-run-control
           perform B050-read-parm-card
           if ws-campaign-code not = spaces
              perform B055-check-campaign
           end-if
           if household-mode
              perform B060-sort-suppression-list
           end-if
              else
                 move 'N' to ws-suppress-found
              end-if
              move 'N' to ws-dnm-found
              if CustActive and ws-suppress-found = 'N'
                 perform B160-check-do-not-mail
              end-if
              if CustActive and ws-suppress-found = 'N'
                    and ws-dnm-found = 'N'
                 add 1 to ws-eligible-customers
                 perform B190-check-delivery-channel
                 if send-electronic
                    perform B210-write-electronic-notice
                 else
                    perform B200-move-customer-to-recipient
                    write RecipientRecord
                    if ws-recipient-status not = "00"
                       display
                          "CUSTLBL: WRITE TO RECPFILE FAILED, "
                          "STATUS=" ws-recipient-status
                       move 16 to return-code
                       stop run
                    end-if
                    add 1 to ws-recipients-written
                 end-if
              end-if
              perform B100-read-customer-record
           end-perform

           close customer-file
           close recipient-file
           close dnm-file
           close dnm-log-file
           close notice-file
           if contact-file-open
              close contact-file
           end-if
           if household-mode
              close suppsort-file
           end-if
                 "CUSTLBL: HOUSEHOLDED RUN - LABELS SUPPRESSED: "
                 ws-suppressed-total
           end-if
           display "CUSTLBL: DO-NOT-MAIL LABELS WITHHELD: "
              ws-dnm-withheld
           display "CUSTLBL: ELIGIBLE CUSTOMERS: " ws-eligible-customers
              " PAPER: " ws-recipients-written
              " ELECTRONIC: " ws-notices-written
           perform B900-write-run-status
           stop run.

      *    no contact file yet means no customer has asked for
      *    email - everyone eligible gets paper.
       B020-open-contact-file.
           open input contact-file
           evaluate ws-contact-status
              when "00"
                 set contact-file-open to true
              when "35"
                 display "CUSTLBL: NO CONTACT FILE - ALL ELIGIBLE "
                    "CUSTOMERS GO TO PAPER"
              when other
                 display
                    "CUSTLBL: UNABLE TO OPEN CONTFILE, STATUS="
                    ws-contact-status
                 move 16 to return-code
                 stop run
           end-evaluate.

       B030-stamp-start-status.
           accept ws-stat-date from date yyyymmdd
           accept ws-stat-time from time
              move ws-recipients-written to StatRecordsOut
              move 0 to StatReturnCode
              write RunStatusRecord
              move "ENOTIFY" to StatProgram
              move ws-eligible-customers to StatRecordsIn
              move ws-notices-written to StatRecordsOut
              write RunStatusRecord
              close run-status-file
           end-if.

                       if parm-record(1:10) = "HOUSEHOLD="
                          move parm-record(11:1) to ws-household-mode
                       end-if
                       if parm-record(1:9) = "CAMPAIGN="
                          move parm-record(10:8) to ws-campaign-code
                       end-if
                 end-read
              end-perform
              close parm-file
           end-if.

      *    a mistyped or out-of-window code would stamp a whole
      *    night's mail to the wrong campaign - stop instead.
       B055-check-campaign.
           open input campaign-file
           if ws-campaign-status not = "00"
              display
                 "CUSTLBL: UNABLE TO OPEN CAMPFILE, STATUS="
                 ws-campaign-status
              move 16 to return-code
              stop run
           end-if
           move ws-campaign-code to CampCode
           read campaign-file
           evaluate ws-campaign-status
              when "00"
                 if CampStartDate > ws-run-date
                       or (CampEndDate not = spaces
                          and CampEndDate < ws-run-date)
                    display "CUSTLBL: CAMPAIGN " ws-campaign-code
                       " NOT IN FORCE ON " ws-run-date
                    move 16 to return-code
                    stop run
                 end-if
              when "23"
                 display "CUSTLBL: CAMPAIGN " ws-campaign-code
                    " NOT ON CAMPAIGN MASTER"
                 move 16 to return-code
                 stop run
              when other
                 display
                    "CUSTLBL: READ OF CAMPFILE FAILED, STATUS="
                    ws-campaign-status
                 move 16 to return-code
                 stop run
           end-evaluate
           display "CUSTLBL: CAMPAIGN " ws-campaign-code " - "
              CampDescription
           close campaign-file.

      *    sort the suppression list (custdup writes it in address
      *    -key order) into CustomerId order on a work file, then
      *    prime the first entry for the merge match below.
              move 'N' to ws-suppress-found
           end-if.

      *    the keys are built exactly as dnmmnt builds them from
      *    the opt-out - name from Lastname/Firstname, address from
      *    line 1, city, state, and the 5-digit ZIP.
       B160-check-do-not-mail.
           move spaces to ws-norm-in
           string Lastname delimited by size
              Firstname delimited by size
              into ws-norm-in
           end-string
           perform B170-normalize-text
           move ws-norm-out(1:40) to DnmNameKey
           move spaces to ws-norm-in
           string AddrLine1 delimited by size
              AddrCity delimited by size
              AddrState delimited by size
              AddrPostalCode(1:5) delimited by size
              into ws-norm-in
           end-string
           perform B170-normalize-text
           move ws-norm-out(1:60) to DnmAddrKey
           read dnm-file
           evaluate ws-dnm-status
              when "00"
                 if DnmEffectiveDate not > ws-run-date
                       and (DnmExpiryDate = spaces
                          or DnmExpiryDate not < ws-run-date)
                    move 'Y' to ws-dnm-found
                    perform B180-log-dnm-suppression
                 end-if
              when "23"
                 continue
              when other
                 display
                    "CUSTLBL: READ OF DNMFILE FAILED, STATUS="
                    ws-dnm-status
                 move 16 to return-code
                 stop run
           end-evaluate.

      *    uppercase the text and drop spaces, commas, and periods
      *    so 'Mc Donald' / 'MCDONALD' and '123 Main St.' /
      *    '123 MAIN ST' compare equal - same rule as custdup.
       B170-normalize-text.
           move function upper-case(ws-norm-in) to ws-norm-in
           move spaces to ws-norm-out
           move 0 to ws-norm-out-sub
           perform varying ws-norm-in-sub from 1 by 1
                 until ws-norm-in-sub > 80
              move ws-norm-in(ws-norm-in-sub:1) to ws-norm-char
              if ws-norm-char not = space
                    and ws-norm-char not = ','
                    and ws-norm-char not = '.'
                 add 1 to ws-norm-out-sub
                 move ws-norm-char
                    to ws-norm-out(ws-norm-out-sub:1)
              end-if
           end-perform.

       B180-log-dnm-suppression.
           move CustomerId to DnmLogCustomerId
           move DnmNameKey to DnmLogNameKey
           move DnmAddrKey to DnmLogAddrKey
           move DnmSource to DnmLogSource
           move DnmListRef to DnmLogListRef
           move ws-run-id to DnmLogRunId
           write DnmLogRecord
           if ws-dnm-log-status not = "00"
              display
                 "CUSTLBL: WRITE TO DNMLOG FAILED, STATUS="
                 ws-dnm-log-status
              move 16 to return-code
              stop run
           end-if
           add 1 to ws-dnm-withheld.

       B100-read-customer-record.
           read customer-file next record
              at end set end-of-customers to true
           move AddrPostalCode to RecipPostalCode
           move AddrCountry to RecipCountry
           move AddrCountryCode to RecipCountryCode
           move ws-run-id to RecipRunId
           move ws-campaign-code to RecipCampaign.

      *    email only when the customer chose it and the address on
      *    file would actually reach them - anything less is paper.
       B190-check-delivery-channel.
           move 'N' to ws-send-electronic
           if contact-file-open
              move CustomerId to ContCustomerId
              read contact-file
              evaluate ws-contact-status
                 when "00"
                    if ContPrefEmail
                       move ContEmail to ws-email-work
                       perform B195-edit-email-address
                       if email-is-valid
                          set send-electronic to true
                       end-if
                    end-if
                 when "23"
                    continue
                 when other
                    display
                       "CUSTLBL: READ OF CONTFILE FAILED, STATUS="
                       ws-contact-status
                    move 16 to return-code
                    stop run
              end-evaluate
           end-if.

      *    a usable address is a single '@' with something ahead of
      *    it and a domain holding a dot that is neither the first
      *    nor the last character, with no embedded spaces.
       B195-edit-email-address.
           move 'Y' to ws-email-valid
           move 0 to ws-email-at-count
           move 0 to ws-email-at-pos
           move 0 to ws-email-space-count
           move 0 to ws-email-dot-count
           inspect ws-email-work tallying ws-email-at-count
              for all "@"
           if ws-email-work = spaces
                 or ws-email-work(1:1) = space
                 or ws-email-at-count not = 1
              move 'N' to ws-email-valid
           else
              compute ws-email-length = function length(
                 function trim(ws-email-work trailing))
              inspect ws-email-work(1:ws-email-length)
                 tallying ws-email-space-count for all space
              inspect ws-email-work tallying ws-email-at-pos
                 for characters before initial "@"
              if ws-email-space-count > 0
                    or ws-email-at-pos = 0
                    or ws-email-at-pos + 4 > ws-email-length
                    or ws-email-work(ws-email-length:1) = "."
                 move 'N' to ws-email-valid
              else
                 compute ws-email-start = ws-email-at-pos + 3
                 perform varying ws-email-sub
                    from ws-email-start by 1
                    until ws-email-sub >= ws-email-length
                    if ws-email-work(ws-email-sub:1) = "."
                       add 1 to ws-email-dot-count
                    end-if
                 end-perform
                 if ws-email-dot-count = 0
                    move 'N' to ws-email-valid
                 end-if
              end-if
           end-if.

       B210-write-electronic-notice.
           move CustomerId to EnotCustomerId
           move Lastname to EnotLastname
           move Firstname to EnotFirstname
           move ContEmail to EnotEmail
           move ws-run-id to EnotRunId
           write ElectronicNoticeRecord
           if ws-notice-status not = "00"
              display
                 "CUSTLBL: WRITE TO ENOTFILE FAILED, STATUS="
                 ws-notice-status
              move 16 to return-code
              stop run
           end-if
           add 1 to ws-notices-written.
