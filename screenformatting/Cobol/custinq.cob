      *    a field prompt keeps the value already on file). Built
      *    for the counter staff fielding address calls, so a
      *    lookup no longer needs a batch run.
      *    A caller rarely knows their CustomerId, so S at the id
      *    prompt searches instead - by last name (optionally
      *    narrowed by first name and postal code) on the
      *    CustNameKey alternate key, or by postal code alone on
      *    the AddrPostalCode alternate key. Every match is listed
      *    a page at a time; the operator keys the line number of
      *    the right customer, which is then read by CustomerId and
      *    displayed exactly as a keyed lookup, ready for update.
      *    Leading characters are enough - SMI finds SMITH and
      *    SMITHERS, 606 finds every 606xx postal code.
      *    An update keyed here no longer touches the master. The
      *    operator signs on with their id, and the before and
      *    after images go to the pending-change file to wait for
      *    a supervisor - chgaprv applies or rejects them in the
      *    nightly run. Only one change per customer may wait at a
      *    time, and the record display flags one that is waiting.
      *    The record display also shows the customer's contact
      *    details (CUSTCONT.CPY) - email, phone, preferred delivery
      *    channel, consent date - and C keys a change to them, or
      *    withdraws them, through the same approval queue.
      *    A CustomerId custprg has purged to the archive master
      *    (CUSTARCH.CPY) is reported as archived, with the date and
      *    the reason, instead of as not on file.

       environment division.
       input-output section.
               organization is indexed
               access mode is dynamic
               record key is CustomerId
               alternate record key is CustNameKey with duplicates
               alternate record key is AddrPostalCode
                   with duplicates
               file status is ws-customer-status.

           select change-history-file assign to "CHGHIST"
               record key is ChgHistKey
               file status is ws-chghist-status.

           select contact-file assign to "CONTFILE"
               organization is indexed
               access mode is random
               record key is ContCustomerId
               file status is ws-contact-status.

           select archive-file assign to "CUSTARCH"
               organization is indexed
               access mode is random
               record key is ArchCustomerId
               file status is ws-archive-status.

           select pending-change-file assign to "PENDCHG"
               organization is indexed
               access mode is dynamic
               record key is PendChgKey
               file status is ws-pending-status.

       data division.
       file section.
       fd customer-file.
       fd change-history-file.
           copy CUSTHIST.

       fd pending-change-file.
           copy PENDCHG.

       fd contact-file.
           copy CUSTCONT.

       fd archive-file.
           copy CUSTARCH.

       working-storage section.
       01 ws-customer-status           pic x(02) value spaces.
       01 ws-chghist-status            pic x(02) value spaces.
       01 ws-pending-status            pic x(02) value spaces.
       01 ws-pending-eof               pic x value 'N'.
       01 ws-pending-found             pic x value 'N'.
           88 change-is-waiting               value 'Y'.
       01 ws-operator-id               pic x(08) value spaces.
       01 ws-contact-status            pic x(02) value spaces.
       01 ws-contact-file              pic x value 'N'.
           88 contact-file-open               value 'Y'.
       01 ws-contact-found             pic x value 'N'.
           88 contact-on-file                 value 'Y'.
       01 ws-contact-start             pic x(180) value spaces.
       01 ws-archive-status            pic x(02) value spaces.
       01 ws-archive-file              pic x value 'N'.
           88 archive-file-open               value 'Y'.
       01 ws-archive-found             pic x value 'N'.
       01 ws-pend-type                 pic x(01) value space.
       01 ws-after-image               pic x(180) value spaces.
       01 ws-email-reply               pic x(60) value spaces.
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
       01 ws-chg-seq                   pic 9(03) value 0.
       01 ws-chg-datetime              pic x(16) value spaces.
       01 ws-chg-date                  pic 9(08) value 0.
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
       01 ws-done                      pic x value 'N'.
           88 operator-finished               value 'Y'.
       01 ws-record-shown              pic x value 'N'.
       01 ws-field-reply               pic x(26) value spaces.
       01 ws-run-date                  pic 9(08) value 0.

      *    name/postal-code search - matches are collected into the
      *    table, then paged ws-page-size lines at a time. Line
      *    numbers run through the whole list so any line can be
      *    picked from any page.
       01 ws-search-state              pic x value 'N'.
           88 search-abandoned                value 'A'.
       01 ws-search-last               pic x(20) value spaces.
       01 ws-search-first              pic x(20) value spaces.
       01 ws-search-postal             pic x(10) value spaces.
       01 ws-last-len                  pic 9(02) value 0.
       01 ws-first-len                 pic 9(02) value 0.
       01 ws-postal-len                pic 9(02) value 0.
       01 ws-search-eof                pic x value 'N'.
           88 end-of-search                   value 'Y'.
       01 ws-search-by                 pic x value space.
           88 search-by-name                  value 'N'.
           88 search-by-postal                value 'Z'.
       01 ws-candidate-fits            pic x value 'N'.
           88 candidate-fits                  value 'Y'.
       01 ws-match-limit               pic 9(04) value 200.
       01 ws-match-count               pic 9(04) value 0.
       01 ws-match-sub                 pic 9(04) value 0.
       01 ws-match-overflow            pic x value 'N'.
           88 too-many-matches                value 'Y'.
       01 ws-match-table.
           02 ws-match-entry occurs 200 times.
              03 ws-match-id           pic x(10).
              03 ws-match-lastname     pic x(20).
              03 ws-match-firstname    pic x(20).
              03 ws-match-city         pic x(15).
              03 ws-match-state        pic x(02).
              03 ws-match-postal       pic x(10).
       01 ws-page-size                 pic 9(02) value 10.
       01 ws-page-first                pic 9(04) value 0.
       01 ws-page-last                 pic 9(04) value 0.
       01 ws-pick-reply                pic x(03) value spaces.
       01 ws-pick-digits               pic 9(02) value 0.
       01 ws-pick-number               pic 9(04) value 0.
       01 ws-pick-done                 pic x value 'N'.
           88 pick-finished                   value 'Y'.
       01 ws-match-line.
           02  mtl-line-number         pic zz9.
           02  filler                  pic x(02) value spaces.
           02  mtl-customer-id         pic x(11).
           02  mtl-lastname            pic x(21).
           02  mtl-firstname           pic x(21).
           02  mtl-city                pic x(16).
           02  mtl-state               pic x(03).
           02  mtl-postal              pic x(10).

       procedure division.
       E000-customer-inquiry.
           accept ws-run-date from date yyyymmdd
              stop run
           end-if
           perform E050-open-change-history
           perform E060-open-pending-changes
           perform E070-open-contact-file
           perform E080-open-archive-file
           perform E020-prompt-for-operator-id

           perform until operator-finished
              perform E100-prompt-for-customer-id
              if not operator-finished and not search-abandoned
                 perform E200-command-loop
              end-if
           end-perform

           close customer-file
           close change-history-file
           close pending-change-file
           if contact-file-open
              close contact-file
           end-if
           if archive-file-open
              close archive-file
           end-if
           display "CUSTINQ: SESSION ENDED"
           stop run.

      *    every queued change is stamped with the operator who
      *    keyed it, so the session cannot start without one.
       E020-prompt-for-operator-id.
           perform until ws-operator-id not = spaces
              display "ENTER OPERATOR ID: " with no advancing
              accept ws-operator-id
           end-perform.

      *    first use ever creates the history file, so the H
      *    command can browse the trail before any change has been
      *    approved. The file must end up open I-O, not OUTPUT -
      *    the H command's START/READ NEXT need read mode - so a
      *    created file is closed and reopened.
       E050-open-change-history.
           open i-o change-history-file
           if ws-chghist-status = "35"
              stop run
           end-if.

      *    the pending-change file is created the same way by the
      *    first update ever keyed.
       E060-open-pending-changes.
           open i-o pending-change-file
           if ws-pending-status = "35"
              open output pending-change-file
              if ws-pending-status = "00"
                 close pending-change-file
                 open i-o pending-change-file
              end-if
           end-if
           if ws-pending-status not = "00"
              display
                 "CUSTINQ: UNABLE TO OPEN PENDCHG, STATUS="
                 ws-pending-status
              move 16 to return-code
              stop run
           end-if.

      *    contacts are only read here - a change to them goes
      *    through the approval queue - so a contact file not yet
      *    created just means no customer has contact details.
       E070-open-contact-file.
           open input contact-file
           evaluate ws-contact-status
              when "00"
                 set contact-file-open to true
              when "35"
                 move 'N' to ws-contact-file
              when other
                 display
                    "CUSTINQ: UNABLE TO OPEN CONTFILE, STATUS="
                    ws-contact-status
                 move 16 to return-code
                 stop run
           end-evaluate.

      *    the archive is only read here, and is not there until
      *    the first purge has run.
       E080-open-archive-file.
           open input archive-file
           evaluate ws-archive-status
              when "00"
                 set archive-file-open to true
              when "35"
                 move 'N' to ws-archive-file
              when other
                 display
                    "CUSTINQ: UNABLE TO OPEN CUSTARCH, STATUS="
                    ws-archive-status
                 move 16 to return-code
                 stop run
           end-evaluate.

       E100-prompt-for-customer-id.
           move spaces to ws-key-reply
           move 'N' to ws-search-state
           display " "
           display "ENTER CUSTOMER ID (S TO SEARCH BY NAME OR ZIP, "
              "X TO EXIT): "
              with no advancing
           accept ws-key-reply
           evaluate true
              when ws-key-reply = 'X' or ws-key-reply = 'x'
                 set operator-finished to true
              when ws-key-reply = 'S' or ws-key-reply = 's'
                 perform E700-search-customers
              when other
                 perform E110-read-by-key
           end-evaluate.

       E110-read-by-key.
           move 'N' to ws-record-shown
                 set record-on-screen to true
                 perform E300-display-record
              when "23"
                 perform E115-check-archive
                 display "PRESS N TO BROWSE FORWARD FROM THAT KEY"
                 perform E120-start-from-key
              when other
                 stop run
           end-evaluate.

      *    a purged customer is not "not on file" - the operator is
      *    told when it went and why, so it can be reinstated.
       E115-check-archive.
           move 'N' to ws-archive-found
           if archive-file-open
              move ws-key-reply to ArchCustomerId
              read archive-file
              evaluate ws-archive-status
                 when "00"
                    move 'Y' to ws-archive-found
                 when "23"
                    continue
                 when other
                    display
                       "CUSTINQ: READ OF CUSTARCH FAILED, STATUS="
                       ws-archive-status
                    move 16 to return-code
                    stop run
              end-evaluate
           end-if
           if ws-archive-found = 'Y'
              display "CUSTOMER " ws-key-reply " ARCHIVED ON "
                 ArchDate(1:4) "-" ArchDate(5:2) "-" ArchDate(7:2)
              if ArchReturnedMail
                 display "  PURGED FOR RETURNED MAIL - "
                    ArchReturnCount " RETURNS, LAST " ArchLastReturnDate
              else
                 display "  PURGED AS INACTIVE"
              end-if
              display "  REINSTATE THROUGH THE CUSTPRG JOB"
           else
              display "CUSTOMER " ws-key-reply " IS NOT ON FILE"
           end-if.

       E120-start-from-key.
           move ws-key-reply to CustomerId
           start customer-file key is greater than CustomerId
           perform until ws-command = 'K' or ws-command = 'k'
                 or operator-finished
              display " "
              display "COMMAND (N=NEXT, U=UPDATE, C=CONTACT, "
                 "H=HISTORY, K=NEW KEY, X=EXIT):"
                 with no advancing
              accept ws-command
              evaluate true
                    else
                       display "NO RECORD DISPLAYED - USE N OR K"
                    end-if
                 when ws-command = 'C' or ws-command = 'c'
                    if record-on-screen
                       perform E800-update-contact
                    else
                       display "NO RECORD DISPLAYED - USE N OR K"
                    end-if
                 when ws-command = 'H' or ws-command = 'h'
                    if record-on-screen
                       perform E600-show-change-history
           display "COUNTRY CODE...: " AddrCountryCode
           display "STATUS.........: " CustomerStatus
              " (A=ACTIVE, I=INACTIVE, P=PENDING)"
           display "STATUS DATE....: " StatusDate
           perform E830-display-contact
           perform E430-find-waiting-change
           if change-is-waiting
              if PendContactChange
                 display "*** CONTACT CHANGE KEYED " PendDateTime(1:8)
                    " " PendDateTime(9:8) " BY " PendOperator
                    " IS WAITING FOR SUPERVISOR APPROVAL ***"
              else
                 display "*** CHANGE KEYED " PendDateTime(1:8) " "
                    PendDateTime(9:8) " BY " PendOperator
                    " IS WAITING FOR SUPERVISOR APPROVAL ***"
              end-if
           end-if.

      *    the replies are keyed against the record on screen, then
      *    the record is put back as it was - the master only
      *    changes when chgaprv applies the approved change.
       E400-update-record.
           perform E430-find-waiting-change
           if change-is-waiting
              display "A CHANGE FOR THIS CUSTOMER IS ALREADY WAITING "
                 "FOR APPROVAL - NO UPDATE ALLOWED"
           else
              display
                 "UPDATE MODE - BLANK REPLY KEEPS THE VALUE ON FILE"
              move CustomerRecord to ws-before-image
              perform E410-accept-field-replies
              if CustomerRecord = ws-before-image
                 display "NOTHING CHANGED - NO UPDATE QUEUED"
              else
                 move CustomerRecord to ws-after-image
                 move 'M' to ws-pend-type
                 perform E450-write-pending-change
                 move ws-before-image to CustomerRecord
                 display "CUSTOMER " CustomerId
                    " CHANGE QUEUED FOR SUPERVISOR APPROVAL"
              end-if
              perform E300-display-record
           end-if.

      *    any change still waiting for the customer on screen -
      *    the pending file is keyed by CustomerId first, so the
      *    customer's changes sit together.
       E430-find-waiting-change.
           move 'N' to ws-pending-found
           move 'N' to ws-pending-eof
           move low-values to PendChgKey
           move CustomerId to PendCustomerId
           start pending-change-file
                 key is greater than PendChgKey
              invalid key
                 move 'Y' to ws-pending-eof
           end-start
           perform until ws-pending-eof = 'Y' or change-is-waiting
              read pending-change-file next record
                 at end move 'Y' to ws-pending-eof
                 not at end
                    if PendCustomerId not = CustomerId
                       move 'Y' to ws-pending-eof
                    else
                       if PendAwaiting
                          set change-is-waiting to true
                       end-if
                    end-if
              end-read
           end-perform.

       E450-write-pending-change.
           accept ws-chg-date from date yyyymmdd
           accept ws-chg-time from time
           move ws-chg-date to ws-chg-datetime(1:8)
           move ws-chg-time to ws-chg-datetime(9:8)
           move spaces to PendingChangeRecord
           move CustomerId to PendCustomerId
           move ws-chg-datetime to PendDateTime
           move 0 to ws-chg-seq
           move ws-chg-seq to PendSequence
           move ws-operator-id to PendOperator
           move ws-pend-type to PendChangeType
           set PendAwaiting to true
           move ws-before-image to PendBeforeImage
           move ws-after-image to PendAfterImage
           write PendingChangeRecord
           perform until ws-pending-status not = "22"
              add 1 to ws-chg-seq
              move ws-chg-seq to PendSequence
              write PendingChangeRecord
           end-perform
           if ws-pending-status not = "00"
              display
                 "CUSTINQ: WRITE TO PENDCHG FAILED, STATUS="
                 ws-pending-status
              move 16 to return-code
              stop run
           end-if.
              " ACTION " ChgAction
           move ChgBeforeImage to ws-hist-before
           move ChgAfterImage to ws-hist-after
           if ChgContactEntry
              perform E660-display-contact-history
           else
              perform E670-display-master-history
           end-if.

      *    contact-file entries carry ContactRecord images.
       E660-display-contact-history.
           if HbcEmail not = HacEmail
              display "  EMAIL........: " HbcEmail
              display "            ->   " HacEmail
           end-if
           if HbcPhone not = HacPhone
              display "  PHONE........: " HbcPhone
                 " -> " HacPhone
           end-if
           if HbcChannel not = HacChannel
              display "  CHANNEL......: " HbcChannel
                 " -> " HacChannel
           end-if
           if HbcConsentDate not = HacConsentDate
              display "  CONSENT DATE.: " HbcConsentDate
                 " -> " HacConsentDate
           end-if.

       E670-display-master-history.
           if HbLastname not = HaLastname
              display "  LAST NAME....: " HbLastname
                 " -> " HaLastname
           display "  NEW VALUE....: " with no advancing
           move spaces to ws-field-reply
           accept ws-field-reply.

      *    search by name or postal code. A last name searches the
      *    CustNameKey index (first name and postal code, if keyed,
      *    narrow the list); a postal code alone searches the
      *    AddrPostalCode index. Nothing picked leaves no record on
      *    screen and returns to the id prompt.
       E700-search-customers.
           move spaces to ws-search-last
           move spaces to ws-search-first
           move spaces to ws-search-postal
           move 'N' to ws-record-shown
           display "SEARCH - LAST NAME (BLANK TO SEARCH BY ZIP)..: "
              with no advancing
           accept ws-search-last
           if ws-search-last not = spaces
              display "         FIRST NAME (BLANK FOR ANY)..........: "
                 with no advancing
              accept ws-search-first
           end-if
           display "         POSTAL CODE (BLANK FOR ANY).........: "
              with no advancing
           accept ws-search-postal
           if ws-search-last = spaces and ws-search-postal = spaces
              display "NO NAME OR POSTAL CODE KEYED - SEARCH CANCELLED"
              set search-abandoned to true
           else
              perform E710-collect-matches
              if ws-match-count = 0
                 display "NO CUSTOMERS MATCH THAT SEARCH"
                 set search-abandoned to true
              else
                 perform E740-page-through-matches
                 if not record-on-screen
                    set search-abandoned to true
                 end-if
              end-if
           end-if.

      *    position on the alternate key at the first possible
      *    match and read forward while the keyed leading
      *    characters still agree - the index is in key order, so
      *    the first disagreement ends the search.
       E710-collect-matches.
           move 0 to ws-match-count
           move 'N' to ws-match-overflow
           move 'N' to ws-search-eof
           move 0 to ws-last-len
           move 0 to ws-first-len
           move 0 to ws-postal-len
           if ws-search-last not = spaces
              compute ws-last-len =
                 function length(function trim(ws-search-last
                    trailing))
           end-if
           if ws-search-first not = spaces
              compute ws-first-len =
                 function length(function trim(ws-search-first
                    trailing))
           end-if
           if ws-search-postal not = spaces
              compute ws-postal-len =
                 function length(function trim(ws-search-postal
                    trailing))
           end-if
           if ws-search-last not = spaces
              set search-by-name to true
              move ws-search-last to Lastname
              move ws-search-first to Firstname
              start customer-file
                    key is not less than CustNameKey
                 invalid key
                    set end-of-search to true
              end-start
           else
              set search-by-postal to true
              move ws-search-postal to AddrPostalCode
              start customer-file
                    key is not less than AddrPostalCode
                 invalid key
                    set end-of-search to true
              end-start
           end-if
           perform until end-of-search
              read customer-file next record
                 at end set end-of-search to true
                 not at end perform E720-test-one-candidate
              end-read
           end-perform
           if too-many-matches
              display "MORE THAN " ws-match-limit
                 " MATCHES - ONLY THE FIRST " ws-match-limit
                 " ARE LISTED, NARROW THE SEARCH"
           end-if.

       E720-test-one-candidate.
           if search-by-name
              if Lastname(1:ws-last-len) not =
                    ws-search-last(1:ws-last-len)
                 set end-of-search to true
              end-if
           else
              if AddrPostalCode(1:ws-postal-len) not =
                    ws-search-postal(1:ws-postal-len)
                 set end-of-search to true
              end-if
           end-if
           if not end-of-search
              move 'Y' to ws-candidate-fits
              if ws-first-len > 0
                 if Firstname(1:ws-first-len) not =
                       ws-search-first(1:ws-first-len)
                    move 'N' to ws-candidate-fits
                 end-if
              end-if
              if ws-postal-len > 0
                 if AddrPostalCode(1:ws-postal-len) not =
                       ws-search-postal(1:ws-postal-len)
                    move 'N' to ws-candidate-fits
                 end-if
              end-if
              if candidate-fits
                 perform E730-add-match
              end-if
           end-if.

       E730-add-match.
           if ws-match-count < ws-match-limit
              add 1 to ws-match-count
              move CustomerId to ws-match-id(ws-match-count)
              move Lastname to ws-match-lastname(ws-match-count)
              move Firstname to ws-match-firstname(ws-match-count)
              move AddrCity to ws-match-city(ws-match-count)
              move AddrState to ws-match-state(ws-match-count)
              move AddrPostalCode to ws-match-postal(ws-match-count)
           else
              set too-many-matches to true
              set end-of-search to true
           end-if.

       E740-page-through-matches.
           move 1 to ws-page-first
           move 'N' to ws-pick-done
           perform until pick-finished
              perform E750-display-match-page
              display "LINE NUMBER TO SELECT, N=NEXT PAGE, "
                 "P=PREVIOUS PAGE, X=CANCEL: "
                 with no advancing
              move spaces to ws-pick-reply
              accept ws-pick-reply
              evaluate true
                 when ws-pick-reply = 'X' or ws-pick-reply = 'x'
                    set pick-finished to true
                 when ws-pick-reply = 'N' or ws-pick-reply = 'n'
                    if ws-page-last < ws-match-count
                       add ws-page-size to ws-page-first
                    else
                       display "LAST PAGE OF MATCHES"
                    end-if
                 when ws-pick-reply = 'P' or ws-pick-reply = 'p'
                    if ws-page-first > ws-page-size
                       subtract ws-page-size from ws-page-first
                    else
                       display "FIRST PAGE OF MATCHES"
                    end-if
                 when other
                    perform E760-pick-match
              end-evaluate
           end-perform.

       E750-display-match-page.
           compute ws-page-last = ws-page-first + ws-page-size - 1
           if ws-page-last > ws-match-count
              move ws-match-count to ws-page-last
           end-if
           display " "
           display "MATCHES " ws-page-first " TO " ws-page-last
              " OF " ws-match-count
           display "      CUSTOMER ID LAST NAME            "
              "FIRST NAME           CITY            ST POSTAL"
           perform varying ws-match-sub from ws-page-first by 1
                 until ws-match-sub > ws-page-last
              move ws-match-sub to mtl-line-number
              move ws-match-id(ws-match-sub) to mtl-customer-id
              move ws-match-lastname(ws-match-sub) to mtl-lastname
              move ws-match-firstname(ws-match-sub) to mtl-firstname
              move ws-match-city(ws-match-sub) to mtl-city
              move ws-match-state(ws-match-sub) to mtl-state
              move ws-match-postal(ws-match-sub) to mtl-postal
              display ws-match-line
           end-perform.

      *    the pick is re-read by CustomerId, which also puts the
      *    file back on the primary key so N browses forward from
      *    the picked customer just as after a keyed lookup.
       E760-pick-match.
           move 0 to ws-pick-digits
           inspect ws-pick-reply tallying ws-pick-digits
              for characters before initial space
           move 0 to ws-pick-number
           if ws-pick-digits > 0
              if ws-pick-reply(1:ws-pick-digits) is numeric
                 move ws-pick-reply(1:ws-pick-digits)
                    to ws-pick-number
              end-if
           end-if
           if ws-pick-number < 1 or ws-pick-number > ws-match-count
              display "REPLY WITH A LINE NUMBER FROM THE LIST, "
                 "N, P, OR X"
           else
              set pick-finished to true
              move ws-match-id(ws-pick-number) to CustomerId
              read customer-file key is CustomerId
              evaluate ws-customer-status
                 when "00"
                    set record-on-screen to true
                    perform E300-display-record
                 when "23"
                    display "CUSTOMER " ws-match-id(ws-pick-number)
                       " IS NO LONGER ON FILE"
                 when other
                    display
                       "CUSTINQ: READ OF CUSTFILE FAILED, STATUS="
                       ws-customer-status
                    move 16 to return-code
                    stop run
              end-evaluate
           end-if.

      *    contact details keyed here wait for a supervisor like any
      *    other online change; the before image is spaces when the
      *    customer has no contact record yet, and a withdrawal
      *    queues an after image of spaces.
       E800-update-contact.
           perform E430-find-waiting-change
           if change-is-waiting
              display "A CHANGE FOR THIS CUSTOMER IS ALREADY WAITING "
                 "FOR APPROVAL - NO UPDATE ALLOWED"
           else
              perform E840-read-contact
              move ContactRecord to ws-contact-start
              move 'N' to ws-command
              if contact-on-file
                 display "WITHDRAW ALL CONTACT DETAILS (Y/N)? "
                    with no advancing
                 accept ws-command
              end-if
              if ws-command = 'Y' or ws-command = 'y'
                 move ws-contact-start to ws-before-image
                 move spaces to ws-after-image
                 move 'C' to ws-pend-type
                 perform E450-write-pending-change
                 display "CUSTOMER " CustomerId
                    " CONTACT WITHDRAWAL QUEUED FOR SUPERVISOR "
                    "APPROVAL"
              else
                 display
                    "CONTACT UPDATE - BLANK REPLY KEEPS THE VALUE "
                    "ON FILE"
                 perform E810-accept-contact-replies
                 evaluate true
                    when ContactRecord = ws-contact-start
                       display "NOTHING CHANGED - NO UPDATE QUEUED"
                    when ContPrefEmail and ContEmail = spaces
                       display "EMAIL DELIVERY NEEDS AN EMAIL "
                          "ADDRESS - NO UPDATE QUEUED"
                    when other
                       if contact-on-file
                          move ws-contact-start to ws-before-image
                       else
                          move spaces to ws-before-image
                       end-if
                       move ContactRecord to ws-after-image
                       move 'C' to ws-pend-type
                       perform E450-write-pending-change
                       display "CUSTOMER " CustomerId
                          " CONTACT CHANGE QUEUED FOR SUPERVISOR "
                          "APPROVAL"
                 end-evaluate
              end-if
              move space to ws-command
              perform E300-display-record
           end-if.

       E810-accept-contact-replies.
           display "EMAIL..........: " ContEmail
           move 'N' to ws-email-valid
           perform until email-is-valid
              display "  NEW VALUE....: " with no advancing
              move spaces to ws-email-reply
              accept ws-email-reply
              if ws-email-reply = spaces
                 set email-is-valid to true
              else
                 move ws-email-reply to ws-email-work
                 perform E820-edit-email-address
                 if email-is-valid
                    move ws-email-reply to ContEmail
                 else
                    display "NOT A USABLE EMAIL ADDRESS - REKEY"
                 end-if
              end-if
           end-perform
           display "PHONE..........: " ContPhone
           perform E500-accept-reply
           if ws-field-reply not = spaces
              move ws-field-reply to ContPhone
           end-if
           display "CHANNEL........: " ContChannel
              " (E=EMAIL, P=PAPER)"
           perform E500-accept-reply
           perform until ws-field-reply = spaces
                 or ws-field-reply = 'E' or ws-field-reply = 'P'
              display "CHANNEL MUST BE E OR P"
              perform E500-accept-reply
           end-perform
           if ws-field-reply not = spaces
              move ws-field-reply to ContChannel
           end-if
           display "CONSENT DATE...: " ContConsentDate
              " (YYYYMMDD)"
           perform E500-accept-reply
           perform until ws-field-reply = spaces
                 or (ws-field-reply(1:8) numeric
                     and ws-field-reply(9:) = spaces)
              display "CONSENT DATE MUST BE YYYYMMDD"
              perform E500-accept-reply
           end-perform
           if ws-field-reply not = spaces
              move ws-field-reply to ContConsentDate
           end-if
           if ContPrefEmail and ContConsentDate = spaces
              move ws-run-date to ContConsentDate
           end-if.

      *    a usable address is a single '@' with something ahead of
      *    it and a domain holding a dot that is neither the first
      *    nor the last character, with no embedded spaces.
       E820-edit-email-address.
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

       E830-display-contact.
           perform E840-read-contact
           if contact-on-file
              display "EMAIL..........: " ContEmail
              display "PHONE..........: " ContPhone
              display "CHANNEL........: " ContChannel
                 " (E=EMAIL, P=PAPER)"
              display "CONSENT DATE...: " ContConsentDate
           else
              display "CONTACT........: NONE ON FILE"
           end-if.

      *    leaves ContactRecord holding the customer's contact, or
      *    a fresh one (paper delivery) when there is none.
       E840-read-contact.
           move 'N' to ws-contact-found
           move CustomerId to ContCustomerId
           if contact-file-open
              read contact-file
              evaluate ws-contact-status
                 when "00"
                    set contact-on-file to true
                 when "23"
                    continue
                 when other
                    display
                       "CUSTINQ: READ OF CONTFILE FAILED, STATUS="
                       ws-contact-status
                    move 16 to return-code
                    stop run
              end-evaluate
           end-if
           if not contact-on-file
              move spaces to ContactRecord
              move CustomerId to ContCustomerId
              move 'P' to ContChannel
           end-if.
