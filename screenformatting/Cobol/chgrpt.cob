      *    field that moved, before and after - so a call about a
      *    reverted address or a surprise Inactive status is
      *    answered from the trail instead of hunting through
      *    tossed printed registers. Contact-file changes (email,
      *    phone, channel, consent date) print in the same trail.

       environment division.
       input-output section.
           02  HbAddrCountryCode       pic x(02).
           02  HbCustomerStatus        pic x(01).
           02  HbStatusDate            pic x(08).
       01 ws-hist-before-cont redefines ws-hist-before.
           02  HbcCustomerId           pic x(10).
           02  HbcEmail                pic x(60).
           02  HbcPhone                pic x(15).
           02  HbcChannel              pic x(01).
           02  HbcConsentDate          pic x(08).
           02  filler                  pic x(86).
       01 ws-hist-after                pic x(180) value spaces.
       01 ws-hist-after-rec redefines ws-hist-after.
           02  HaCustomerId            pic x(10).
           02  HaAddrCountryCode       pic x(02).
           02  HaCustomerStatus        pic x(01).
           02  HaStatusDate            pic x(08).
       01 ws-hist-after-cont redefines ws-hist-after.
           02  HacCustomerId           pic x(10).
           02  HacEmail                pic x(60).
           02  HacPhone                pic x(15).
           02  HacChannel              pic x(01).
           02  HacConsentDate          pic x(08).
           02  filler                  pic x(86).

       01 ws-run-date                  pic 9(08) value 0.
       01 ws-report-header-1.
           02  filler                  pic x(04) value "-> ".
           02  fld-after               pic x(27).

       01 ws-wide-detail.
           02  filler                  pic x(04) value spaces.
           02  wfd-name                pic x(14).
           02  wfd-value               pic x(60).

       procedure division.
       V000-report-change-trails.
           accept ws-run-date from date yyyymmdd
           end-if
           move ChgBeforeImage to ws-hist-before
           move ChgAfterImage to ws-hist-after
           if ChgContactEntry
              perform V300-print-contact-fields
           else
              perform V220-print-master-fields
           end-if.

       V220-print-master-fields.
           if HbLastname not = HaLastname
              move "LAST NAME" to fld-name
              move HbLastname to fld-before
              perform V250-print-field-detail
           end-if.

      *    contact-file entries carry ContactRecord images; the
      *    email address is too wide for the field line and prints
      *    on its own pair of lines.
       V300-print-contact-fields.
           if HbcEmail not = HacEmail
              move "EMAIL WAS" to wfd-name
              move HbcEmail to wfd-value
              perform V260-print-wide-detail
              move "EMAIL NOW" to wfd-name
              move HacEmail to wfd-value
              perform V260-print-wide-detail
           end-if
           if HbcPhone not = HacPhone
              move "PHONE" to fld-name
              move HbcPhone to fld-before
              move HacPhone to fld-after
              perform V250-print-field-detail
           end-if
           if HbcChannel not = HacChannel
              move "CHANNEL" to fld-name
              move HbcChannel to fld-before
              move HacChannel to fld-after
              perform V250-print-field-detail
           end-if
           if HbcConsentDate not = HacConsentDate
              move "CONSENT DATE" to fld-name
              move HbcConsentDate to fld-before
              move HacConsentDate to fld-after
              perform V250-print-field-detail
           end-if.

       V250-print-field-detail.
           write report-record from ws-field-detail
              after advancing 1 line
              move 16 to return-code
              stop run
           end-if.

       V260-print-wide-detail.
           write report-record from ws-wide-detail
              after advancing 1 line
           if ws-report-status not = "00"
              display
                 "CHGRPT: WRITE TO CHGRPT FAILED, STATUS="
                 ws-report-status
              move 16 to return-code
              stop run
           end-if.
