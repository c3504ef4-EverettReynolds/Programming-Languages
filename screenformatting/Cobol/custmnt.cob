      *    or rejected) is printed on the maintenance register with
      *    before/after images of the master record. Runs ahead of
      *    the nightly tread listing so the listing and label run
      *    always reflect the same day's updates. Contact
      *    transactions (E to add or change, W to withdraw) keep the
      *    customer's email, phone, delivery channel, and consent
      *    date on the contact file (CUSTCONT.CPY); a customer delete
      *    takes the contact record with it. Contact changes are
      *    logged to CHGHIST under their own action codes.

       environment division.
       input-output section.
               organization is indexed
               access mode is random
               record key is CustomerId
               alternate record key is CustNameKey with duplicates
               alternate record key is AddrPostalCode
                   with duplicates
               file status is ws-customer-status.

           select contact-file assign to "CONTFILE"
               organization is indexed
               access mode is random
               record key is ContCustomerId
               file status is ws-contact-status.

           select register-file assign to "MNTRPT"
               organization is line sequential
               file status is ws-register-status.
       fd customer-file.
           copy CUSTMAST.

       fd contact-file.
           copy CUSTCONT.

       fd register-file.
       01 register-record              pic x(132).

           88 end-of-transactions             value 'Y'.
       01 ws-tran-status               pic x(02) value spaces.
       01 ws-customer-status           pic x(02) value spaces.
       01 ws-contact-status            pic x(02) value spaces.
       01 ws-register-status           pic x(02) value spaces.
       01 ws-exception-status          pic x(02) value spaces.

       01 ws-reject-text               pic x(40) value spaces.
       01 ws-min-customer-id-length    pic 9(02) value 4.

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

       01 ws-trans-read                pic 9(07) value 0.
       01 ws-adds-applied              pic 9(07) value 0.
       01 ws-changes-applied           pic 9(07) value 0.
       01 ws-deletes-applied           pic 9(07) value 0.
       01 ws-trans-rejected            pic 9(07) value 0.
       01 ws-contacts-applied          pic 9(07) value 0.
       01 ws-contacts-withdrawn        pic 9(07) value 0.

       01 ws-lines-per-page            pic 9(03) value 60.
       01 ws-lines-on-page             pic 9(03) value 99.
           02  img-postal              pic x(11).
           02  img-status              pic x(01).

       01 ws-contact-image             pic x(180) value spaces.
       01 ws-contact-image-rec redefines ws-contact-image.
           02  cim-customer-id         pic x(10).
           02  cim-email               pic x(60).
           02  cim-phone               pic x(15).
           02  cim-channel             pic x(01).
           02  cim-consent-date        pic x(08).
           02  filler                  pic x(86).

       01 ws-register-contact.
           02  filler                  pic x(03) value spaces.
           02  cnt-tag                 pic x(08).
           02  cnt-email               pic x(61).
           02  cnt-phone               pic x(16).
           02  filler                  pic x(04) value "CH:".
           02  cnt-channel             pic x(02).
           02  filler                  pic x(09) value "CONSENT:".
           02  cnt-consent-date        pic x(08).

       01 ws-register-total-1.
           02  filler                  pic x(24) value
               "TRANSACTIONS READ....:".
           02  filler                  pic x(24) value
               "TRANSACTIONS REJECTED:".
           02  tot-trans-rejected      pic zzz,zz9.
       01 ws-register-total-6.
           02  filler                  pic x(24) value
               "CONTACTS ADDED/CHANGED:".
           02  tot-contacts-applied    pic zzz,zz9.
       01 ws-register-total-7.
           02  filler                  pic x(24) value
               "CONTACTS WITHDRAWN...:".
           02  tot-contacts-withdrawn  pic zzz,zz9.

       procedure division.
       D000-apply-maintenance.
              stop run
           end-if
           perform D060-open-change-history
           perform D070-open-contact-file

           perform D100-read-transaction
           perform until end-of-transactions
           close register-file
           close exception-file
           close change-history-file
           close contact-file
           perform D950-write-run-status
           stop run.

              stop run
           end-if.

      *    the contact file is created by the first run that needs
      *    it, then reopened for update.
       D070-open-contact-file.
           open i-o contact-file
           if ws-contact-status = "35"
              open output contact-file
              if ws-contact-status = "00"
                 close contact-file
                 open i-o contact-file
              end-if
           end-if
           if ws-contact-status not = "00"
              display
                 "CUSTMNT: UNABLE TO OPEN CONTFILE, STATUS="
                 ws-contact-status
              move 16 to return-code
              stop run
           end-if.

       D970-write-change-history.
           accept ws-chg-date from date yyyymmdd
           accept ws-chg-time from time
           move ws-chg-date to ws-chg-datetime(1:8)
           move ws-chg-time to ws-chg-datetime(9:8)
           if ws-chg-action = 'A' or 'N'
              move ws-after-image(1:10) to ChgCustomerId
           else
              move ws-before-image(1:10) to ChgCustomerId
              move ws-trans-read to StatRecordsIn
              compute StatRecordsOut =
                 ws-adds-applied + ws-changes-applied
                 + ws-deletes-applied + ws-contacts-applied
                 + ws-contacts-withdrawn
              move 0 to StatReturnCode
              write RunStatusRecord
              close run-status-file
                 perform D400-apply-change
              when TranDelete
                 perform D500-apply-delete
              when TranContact
                 perform D320-apply-contact
              when TranWithdraw
                 perform D520-withdraw-contact
              when other
                 move "ACTN" to ws-reject-code
                 move "ACTION CODE IS NOT A, C, D, E, OR W"
                    to ws-reject-text
                 perform D800-reject-transaction
           end-evaluate.
              end-evaluate
           end-if.

      *    a contact transaction must name a customer on the master;
      *    blank fields leave the contact as it stands, and a new
      *    contact with no channel given defaults to paper.
       D320-apply-contact.
           move 'Y' to ws-email-valid
           if TranEmail not = spaces
              move TranEmail to ws-email-work
              perform D360-edit-email-address
           end-if
           evaluate true
              when TranChannel not = space
                    and TranChannel not = 'E'
                    and TranChannel not = 'P'
                 move "CHNL" to ws-reject-code
                 move "CHANNEL VALUE IS NOT E OR P"
                    to ws-reject-text
                 perform D800-reject-transaction
              when TranConsentDate not = spaces
                    and TranConsentDate not numeric
                 move "CDAT" to ws-reject-code
                 move "CONSENT DATE IS NOT YYYYMMDD"
                    to ws-reject-text
                 perform D800-reject-transaction
              when not email-is-valid
                 move "EMAL" to ws-reject-code
                 move "EMAIL ADDRESS FAILS EDIT"
                    to ws-reject-text
                 perform D800-reject-transaction
              when other
                 perform D330-apply-edited-contact
           end-evaluate.

       D330-apply-edited-contact.
           move TranCustomerId to CustomerId
           read customer-file
           evaluate ws-customer-status
              when "00"
                 perform D340-write-contact
              when "23"
                 move "NFND" to ws-reject-code
                 move "CONTACT FOR A CUSTOMER ID NOT ON FILE"
                    to ws-reject-text
                 perform D800-reject-transaction
              when other
                 display
                    "CUSTMNT: READ OF CUSTFILE FAILED, STATUS="
                    ws-customer-status
                 move 16 to return-code
                 stop run
           end-evaluate.

       D340-write-contact.
           move TranCustomerId to ContCustomerId
           read contact-file
           evaluate ws-contact-status
              when "00"
                 move ContactRecord to ws-before-image
                 move 'U' to ws-chg-action
              when "23"
                 move spaces to ContactRecord
                 move TranCustomerId to ContCustomerId
                 move 'P' to ContChannel
                 move spaces to ws-before-image
                 move 'N' to ws-chg-action
              when other
                 display
                    "CUSTMNT: READ OF CONTFILE FAILED, STATUS="
                    ws-contact-status
                 move 16 to return-code
                 stop run
           end-evaluate
           perform D350-apply-contact-fields
           if ContPrefEmail and ContEmail = spaces
              move "NOEM" to ws-reject-code
              move "EMAIL CHANNEL WITH NO EMAIL ADDRESS"
                 to ws-reject-text
              perform D800-reject-transaction
           else
              if ws-chg-action = 'N'
                 write ContactRecord
              else
                 rewrite ContactRecord
              end-if
              if ws-contact-status not = "00"
                 display
                    "CUSTMNT: UPDATE OF CONTFILE FAILED, STATUS="
                    ws-contact-status
                 move 16 to return-code
                 stop run
              end-if
              add 1 to ws-contacts-applied
              move ContactRecord to ws-after-image
              perform D970-write-change-history
              move "CONTACT" to dtl-action
              move "APPLIED" to dtl-disposition
              perform D700-print-register-detail
              if ws-chg-action = 'U'
                 move "BEFORE" to cnt-tag
                 move ws-before-image to ws-contact-image
                 perform D720-print-register-contact
              end-if
              move "AFTER" to cnt-tag
              move ws-after-image to ws-contact-image
              perform D720-print-register-contact
           end-if.

      *    choosing email with no consent date on file takes the
      *    run date as the date the customer consented.
       D350-apply-contact-fields.
           if TranEmail not = spaces
              move TranEmail to ContEmail
           end-if
           if TranPhone not = spaces
              move TranPhone to ContPhone
           end-if
           if TranChannel not = space
              move TranChannel to ContChannel
           end-if
           if TranConsentDate not = spaces
              move TranConsentDate to ContConsentDate
           end-if
           if ContPrefEmail and ContConsentDate = spaces
              move ws-run-date to ContConsentDate
           end-if
           move ws-run-date to ContUpdatedDate.

      *    a usable address is a single '@' with something ahead of
      *    it and a domain holding a dot that is neither the first
      *    nor the last character, with no embedded spaces.
       D360-edit-email-address.
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

       D400-apply-change.
           if TranCustomerStatus not = space
                 and TranCustomerStatus not = 'A'
                    perform D610-apply-change-fields
                    rewrite CustomerRecord
                    if ws-customer-status not = "00"
                          and ws-customer-status not = "02"
                       display
                          "CUSTMNT: REWRITE OF CUSTFILE FAILED, "
                          "STATUS=" ws-customer-status
                 move 'D' to ws-chg-action
                 move spaces to ws-after-image
                 perform D970-write-change-history
                 perform D530-drop-contact-with-customer
              when "23"
                 move "NFND" to ws-reject-code
                 move "DELETE OF A CUSTOMER ID NOT ON FILE"
                 stop run
           end-evaluate.

       D520-withdraw-contact.
           move TranCustomerId to ContCustomerId
           read contact-file
           evaluate ws-contact-status
              when "00"
                 move "WITHDRAW" to dtl-action
                 move "APPLIED" to dtl-disposition
                 perform D700-print-register-detail
                 perform D540-delete-contact
              when "23"
                 move "NFND" to ws-reject-code
                 move "WITHDRAW OF A CONTACT NOT ON FILE"
                    to ws-reject-text
                 perform D800-reject-transaction
              when other
                 display
                    "CUSTMNT: READ OF CONTFILE FAILED, STATUS="
                    ws-contact-status
                 move 16 to return-code
                 stop run
           end-evaluate.

      *    the contact record cannot outlive its customer.
       D530-drop-contact-with-customer.
           move TranCustomerId to ContCustomerId
           read contact-file
           evaluate ws-contact-status
              when "00"
                 perform D540-delete-contact
              when "23"
                 continue
              when other
                 display
                    "CUSTMNT: READ OF CONTFILE FAILED, STATUS="
                    ws-contact-status
                 move 16 to return-code
                 stop run
           end-evaluate.

       D540-delete-contact.
           move ContactRecord to ws-before-image
           delete contact-file record
           if ws-contact-status not = "00"
              display
                 "CUSTMNT: DELETE FROM CONTFILE FAILED, STATUS="
                 ws-contact-status
              move 16 to return-code
              stop run
           end-if
           add 1 to ws-contacts-withdrawn
           move 'W' to ws-chg-action
           move spaces to ws-after-image
           perform D970-write-change-history
           move "CONTACT" to cnt-tag
           move ws-before-image to ws-contact-image
           perform D720-print-register-contact.

       D600-move-transaction-to-master.
           move TranCustomerId to CustomerId
           move TranLastname to Lastname
           end-if
           add 1 to ws-lines-on-page.

       D720-print-register-contact.
           if ws-lines-on-page >= ws-lines-per-page
              perform D650-print-register-header
           end-if
           move cim-email to cnt-email
           move cim-phone to cnt-phone
           move cim-channel to cnt-channel
           move cim-consent-date to cnt-consent-date
           write register-record from ws-register-contact
              after advancing 1 line
           if ws-register-status not = "00"
              display
                 "CUSTMNT: WRITE TO MNTRPT FAILED, STATUS="
                 ws-register-status
              move 16 to return-code
              stop run
           end-if
           add 1 to ws-lines-on-page.

       D800-reject-transaction.
           add 1 to ws-trans-rejected
           move TranActionCode to MntExcActionCode
              when TranAdd    move "ADD" to dtl-action
              when TranChange move "CHANGE" to dtl-action
              when TranDelete move "DELETE" to dtl-action
              when TranContact move "CONTACT" to dtl-action
              when TranWithdraw move "WITHDRAW" to dtl-action
              when other      move "?" to dtl-action
           end-evaluate
           move "REJECTED" to dtl-disposition
           move ws-changes-applied to tot-changes-applied
           move ws-deletes-applied to tot-deletes-applied
           move ws-trans-rejected to tot-trans-rejected
           move ws-contacts-applied to tot-contacts-applied
           move ws-contacts-withdrawn to tot-contacts-withdrawn
           write register-record from ws-register-total-1
              after advancing 2 lines
           write register-record from ws-register-total-2
           write register-record from ws-register-total-4
              after advancing 1 line
           write register-record from ws-register-total-5
              after advancing 1 line
           write register-record from ws-register-total-6
              after advancing 1 line
           write register-record from ws-register-total-7
              after advancing 1 line.
