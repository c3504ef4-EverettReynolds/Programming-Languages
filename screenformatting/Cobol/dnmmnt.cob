       identification division.
       program-id.
       dnmmnt.
       author.
           Everett Z. Reynolds.

      *    Do-not-mail list maintenance. Consumer mail opt-outs
      *    arrive with a name and address but no CustomerId, so
      *    retmail's status suppression cannot carry them; they
      *    are kept on the indexed do-not-mail file (DNMMAST.CPY)
      *    keyed by the normalized name and address, which custlbl
      *    probes for every customer it extracts. Two inputs, both
      *    optional so a night with neither still runs:
      *      - DNMFEED, the periodic preference feed - every record
      *        adds an entry, or refreshes the dates and list
      *        reference of the entry already on file;
      *      - DNMREQ, individual requests from the service desk -
      *        A adds or refreshes the same way, D withdraws an
      *        opt-out by ending it the day before the card's date
      *        (the entry stays on file for the compliance trail).
      *    Name, address line 1, and ZIP are required; a blank
      *    effective date means today, a blank expiry means the
      *    opt-out stands until withdrawn. Every card prints on
      *    the maintenance register with what was done to it.

       environment division.
       input-output section.
       file-control.
           select optional feed-file assign to "DNMFEED"
               organization is line sequential
               file status is ws-feed-status.

           select optional request-file assign to "DNMREQ"
               organization is line sequential
               file status is ws-request-status.

           select dnm-file assign to "DNMFILE"
               organization is indexed
               access mode is random
               record key is DnmKey
               file status is ws-dnm-status.

           select report-file assign to "DNMMRPT"
               organization is line sequential
               file status is ws-report-status.

           select optional run-control-file assign to "RUNCTL"
               organization is line sequential
               file status is ws-runctl-status.

           select optional run-status-file assign to "STATFILE"
               organization is line sequential
               file status is ws-runstat-status.

       data division.
       file section.
       fd feed-file.
       01 feed-record.
           02  FeedListRef             pic x(12).
           02  FeedLastname            pic x(20).
           02  FeedFirstname           pic x(20).
           02  FeedAddrLine1           pic x(26).
           02  FeedCity                pic x(15).
           02  FeedState               pic x(02).
           02  FeedPostalCode          pic x(10).
           02  FeedEffectiveDate       pic x(08).
           02  FeedExpiryDate          pic x(08).

       fd request-file.
       01 request-record.
           02  ReqAction               pic x(01).
           02  ReqReference            pic x(12).
           02  ReqLastname             pic x(20).
           02  ReqFirstname            pic x(20).
           02  ReqAddrLine1            pic x(26).
           02  ReqCity                 pic x(15).
           02  ReqState                pic x(02).
           02  ReqPostalCode           pic x(10).
           02  ReqEffectiveDate        pic x(08).
           02  ReqExpiryDate           pic x(08).

       fd dnm-file.
           copy DNMMAST.

       fd report-file.
       01 report-record                pic x(132).

       fd run-control-file.
           copy RUNCTL.

       fd run-status-file.
           copy RUNSTAT.

       working-storage section.
       01 ws-feed-status               pic x(02) value spaces.
       01 ws-request-status            pic x(02) value spaces.
       01 ws-dnm-status                pic x(02) value spaces.
       01 ws-report-status             pic x(02) value spaces.

       01 ws-runctl-status             pic x(02) value spaces.
       01 ws-runctl-eof                pic x value 'N'.
       01 ws-run-id                    pic x(08) value spaces.
       01 ws-runstat-status            pic x(02) value spaces.
       01 ws-stat-start                pic x(16) value spaces.
       01 ws-stat-stamp                pic x(16) value spaces.
       01 ws-stat-date                 pic 9(08) value 0.
       01 ws-stat-time                 pic 9(08) value 0.
       01 ws-run-date                  pic 9(08) value 0.

       01 ws-feed-eof                  pic x value 'N'.
           88 end-of-feed                     value 'Y'.
       01 ws-request-eof               pic x value 'N'.
           88 end-of-requests                 value 'Y'.

      *    one feed record or request card, whichever is being
      *    applied - both go through the same edits and update.
       01 ws-dnm-tran.
           02  DtSource                pic x(01).
           02  DtAction                pic x(01).
               88  DtAddEntry                 value 'A'.
               88  DtEndEntry                 value 'D'.
           02  DtListRef               pic x(12).
           02  DtLastname              pic x(20).
           02  DtFirstname             pic x(20).
           02  DtAddrLine1             pic x(26).
           02  DtCity                  pic x(15).
           02  DtState                 pic x(02).
           02  DtPostalCode            pic x(10).
           02  DtEffectiveDate         pic x(08).
           02  DtExpiryDate            pic x(08).

       01 ws-tran-valid                pic x value 'Y'.
           88 tran-is-valid                   value 'Y'.
       01 ws-result-text               pic x(40) value spaces.
       01 ws-end-date                  pic 9(08) value 0.

       01 ws-norm-in                   pic x(80) value spaces.
       01 ws-norm-out                  pic x(80) value spaces.
       01 ws-norm-in-sub               pic 9(03) value 0.
       01 ws-norm-out-sub              pic 9(03) value 0.
       01 ws-norm-char                 pic x(01) value space.
       01 ws-name-key                  pic x(40) value spaces.
       01 ws-addr-key                  pic x(60) value spaces.

       01 ws-feed-read                 pic 9(07) value 0.
       01 ws-requests-read             pic 9(07) value 0.
       01 ws-entries-added             pic 9(07) value 0.
       01 ws-entries-refreshed         pic 9(07) value 0.
       01 ws-entries-ended             pic 9(07) value 0.
       01 ws-cards-rejected            pic 9(07) value 0.
       01 ws-entries-updated           pic 9(07) value 0.
       01 ws-cards-read                pic 9(07) value 0.

       01 ws-report-header-1.
           02  filler                  pic x(44) value
               "DO-NOT-MAIL LIST MAINTENANCE REGISTER".
           02  filler                  pic x(10) value "RUN DATE:".
           02  hdr-run-date            pic 9(08).
       01 ws-report-header-2.
           02  filler                  pic x(04) value "SRC".
           02  filler                  pic x(04) value "ACT".
           02  filler                  pic x(13) value "LIST REF".
           02  filler                  pic x(21) value "LAST NAME".
           02  filler                  pic x(11) value "FIRST NAME".
           02  filler                  pic x(27) value "ADDRESS".
           02  filler                  pic x(11) value "ZIP".
           02  filler                  pic x(09) value "EFFECT".
           02  filler                  pic x(09) value "EXPIRES".
           02  filler                  pic x(23) value "RESULT".
       01 ws-report-detail.
           02  dtl-source              pic x(04).
           02  dtl-action              pic x(04).
           02  dtl-list-ref            pic x(13).
           02  dtl-lastname            pic x(21).
           02  dtl-firstname           pic x(11).
           02  dtl-addr-line1          pic x(27).
           02  dtl-postal-code         pic x(11).
           02  dtl-effective           pic x(09).
           02  dtl-expiry              pic x(09).
           02  dtl-result              pic x(23).

       01 ws-report-total-1.
           02  filler                  pic x(26) value
               "FEED RECORDS READ.......:".
           02  tot-feed-read           pic zzz,zz9.
       01 ws-report-total-2.
           02  filler                  pic x(26) value
               "REQUEST CARDS READ......:".
           02  tot-requests-read       pic zzz,zz9.
       01 ws-report-total-3.
           02  filler                  pic x(26) value
               "ENTRIES ADDED...........:".
           02  tot-added               pic zzz,zz9.
       01 ws-report-total-4.
           02  filler                  pic x(26) value
               "ENTRIES REFRESHED.......:".
           02  tot-refreshed           pic zzz,zz9.
       01 ws-report-total-5.
           02  filler                  pic x(26) value
               "OPT-OUTS WITHDRAWN......:".
           02  tot-ended               pic zzz,zz9.
       01 ws-report-total-6.
           02  filler                  pic x(26) value
               "CARDS REJECTED..........:".
           02  tot-rejected            pic zzz,zz9.

       procedure division.
       I000-maintain-do-not-mail.
           accept ws-run-date from date yyyymmdd
           perform I040-stamp-start-status
           perform I050-read-run-control
           perform I060-open-files

           perform I100-read-feed
           perform until end-of-feed
              perform I200-apply-transaction
              perform I100-read-feed
           end-perform
           close feed-file

           perform I150-read-request
           perform until end-of-requests
              perform I200-apply-transaction
              perform I150-read-request
           end-perform
           close request-file

           perform I900-print-report-totals
           close dnm-file
           close report-file
           perform I950-write-run-status
           stop run.

       I040-stamp-start-status.
           accept ws-stat-date from date yyyymmdd
           accept ws-stat-time from time
           move ws-stat-date to ws-stat-start(1:8)
           move ws-stat-time to ws-stat-start(9:8).

       I050-read-run-control.
           open input run-control-file
           if ws-runctl-status = "00"
              read run-control-file
                 at end move 'Y' to ws-runctl-eof
              end-read
              if ws-runctl-eof not = 'Y' and RunId not = spaces
                 move RunId to ws-run-id
              end-if
              close run-control-file
           end-if.

      *    the very first load creates the list file.
       I060-open-files.
           open input feed-file
           if ws-feed-status not = "00"
                 and ws-feed-status not = "05"
              display
                 "DNMMNT: UNABLE TO OPEN DNMFEED, STATUS="
                 ws-feed-status
              move 16 to return-code
              stop run
           end-if
           open input request-file
           if ws-request-status not = "00"
                 and ws-request-status not = "05"
              display
                 "DNMMNT: UNABLE TO OPEN DNMREQ, STATUS="
                 ws-request-status
              move 16 to return-code
              stop run
           end-if
           open i-o dnm-file
           if ws-dnm-status = "35"
              open output dnm-file
              if ws-dnm-status = "00"
                 close dnm-file
                 open i-o dnm-file
              end-if
           end-if
           if ws-dnm-status not = "00"
              display
                 "DNMMNT: UNABLE TO OPEN DNMFILE, STATUS="
                 ws-dnm-status
              move 16 to return-code
              stop run
           end-if
           open output report-file
           if ws-report-status not = "00"
              display
                 "DNMMNT: UNABLE TO OPEN DNMMRPT, STATUS="
                 ws-report-status
              move 16 to return-code
              stop run
           end-if
           move ws-run-date to hdr-run-date
           write report-record from ws-report-header-1
           write report-record from ws-report-header-2
              after advancing 2 lines.

       I100-read-feed.
           read feed-file
              at end set end-of-feed to true
              not at end
                 add 1 to ws-feed-read
                 move 'F' to DtSource
                 move 'A' to DtAction
                 move FeedListRef to DtListRef
                 move FeedLastname to DtLastname
                 move FeedFirstname to DtFirstname
                 move FeedAddrLine1 to DtAddrLine1
                 move FeedCity to DtCity
                 move FeedState to DtState
                 move FeedPostalCode to DtPostalCode
                 move FeedEffectiveDate to DtEffectiveDate
                 move FeedExpiryDate to DtExpiryDate
           end-read.

       I150-read-request.
           read request-file
              at end set end-of-requests to true
              not at end
                 add 1 to ws-requests-read
                 move 'R' to DtSource
                 move ReqAction to DtAction
                 move ReqReference to DtListRef
                 move ReqLastname to DtLastname
                 move ReqFirstname to DtFirstname
                 move ReqAddrLine1 to DtAddrLine1
                 move ReqCity to DtCity
                 move ReqState to DtState
                 move ReqPostalCode to DtPostalCode
                 move ReqEffectiveDate to DtEffectiveDate
                 move ReqExpiryDate to DtExpiryDate
           end-read.

       I200-apply-transaction.
           add 1 to ws-cards-read
           perform I250-edit-transaction
           if tran-is-valid
              perform I300-build-match-keys
              move ws-name-key to DnmNameKey
              move ws-addr-key to DnmAddrKey
              read dnm-file
              if ws-dnm-status not = "00"
                    and ws-dnm-status not = "23"
                 display
                    "DNMMNT: READ OF DNMFILE FAILED, STATUS="
                    ws-dnm-status
                 move 16 to return-code
                 stop run
              end-if
              if DtAddEntry
                 perform I400-add-or-refresh-entry
              else
                 perform I450-end-entry
              end-if
           end-if
           if not tran-is-valid
              add 1 to ws-cards-rejected
           end-if
           perform I700-print-register-line.

       I250-edit-transaction.
           move 'Y' to ws-tran-valid
           move spaces to ws-result-text
           if DtEffectiveDate = spaces
              move ws-run-date to DtEffectiveDate
           end-if
           evaluate true
              when not DtAddEntry and not DtEndEntry
                 move "REJECTED - ACTION NOT A OR D"
                    to ws-result-text
              when DtLastname = spaces
                    or DtAddrLine1 = spaces
                    or DtPostalCode = spaces
                 move "REJECTED - NAME/ADDR/ZIP MISSING"
                    to ws-result-text
              when DtEffectiveDate is not numeric
                 move "REJECTED - BAD EFFECTIVE DATE"
                    to ws-result-text
              when DtExpiryDate not = spaces
                    and DtExpiryDate is not numeric
                 move "REJECTED - BAD EXPIRY DATE"
                    to ws-result-text
              when DtExpiryDate not = spaces
                    and DtExpiryDate < DtEffectiveDate
                 move "REJECTED - EXPIRES BEFORE EFFECTIVE"
                    to ws-result-text
           end-evaluate
           if ws-result-text not = spaces
              move 'N' to ws-tran-valid
           end-if.

      *    same keys custlbl builds from the customer master -
      *    name from Lastname/Firstname, address from line 1, city,
      *    state, and the 5-digit ZIP, so a ZIP+4 filled in by
      *    addrstd still matches an opt-out keyed with 5 digits.
       I300-build-match-keys.
           move spaces to ws-norm-in
           string DtLastname delimited by size
              DtFirstname delimited by size
              into ws-norm-in
           end-string
           perform I350-normalize-text
           move ws-norm-out(1:40) to ws-name-key
           move spaces to ws-norm-in
           string DtAddrLine1 delimited by size
              DtCity delimited by size
              DtState delimited by size
              DtPostalCode(1:5) delimited by size
              into ws-norm-in
           end-string
           perform I350-normalize-text
           move ws-norm-out(1:60) to ws-addr-key.

      *    uppercase the text and drop spaces, commas, and periods
      *    so 'Mc Donald' / 'MCDONALD' and '123 Main St.' /
      *    '123 MAIN ST' compare equal - same rule as custdup.
       I350-normalize-text.
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

       I400-add-or-refresh-entry.
           move DtLastname to DnmLastname
           move DtFirstname to DnmFirstname
           move DtAddrLine1 to DnmAddrLine1
           move DtCity to DnmCity
           move DtState to DnmState
           move DtPostalCode to DnmPostalCode
           move DtEffectiveDate to DnmEffectiveDate
           move DtExpiryDate to DnmExpiryDate
           move DtSource to DnmSource
           move DtListRef to DnmListRef
           move ws-run-date to DnmUpdatedDate
           if ws-dnm-status = "23"
              write DoNotMailRecord
              move "ADDED" to ws-result-text
              add 1 to ws-entries-added
           else
              rewrite DoNotMailRecord
              move "REFRESHED" to ws-result-text
              add 1 to ws-entries-refreshed
           end-if
           if ws-dnm-status not = "00"
              display
                 "DNMMNT: UPDATE OF DNMFILE FAILED, STATUS="
                 ws-dnm-status
              move 16 to return-code
              stop run
           end-if
           add 1 to ws-entries-updated.

      *    a withdrawal ends the opt-out the day before the card's
      *    date, so the card's own date is already mailable.
       I450-end-entry.
           if ws-dnm-status = "23"
              move 'N' to ws-tran-valid
              move "REJECTED - NOT ON THE LIST" to ws-result-text
           else
              move DtEffectiveDate to ws-end-date
              compute ws-end-date = function date-of-integer(
                 function integer-of-date(ws-end-date) - 1)
              move ws-end-date to DnmExpiryDate
              move ws-end-date to DtExpiryDate
              move DtListRef to DnmListRef
              move ws-run-date to DnmUpdatedDate
              rewrite DoNotMailRecord
              if ws-dnm-status not = "00"
                 display
                    "DNMMNT: REWRITE OF DNMFILE FAILED, STATUS="
                    ws-dnm-status
                 move 16 to return-code
                 stop run
              end-if
              move "WITHDRAWN" to ws-result-text
              add 1 to ws-entries-ended
              add 1 to ws-entries-updated
           end-if.

       I700-print-register-line.
           move DtSource to dtl-source
           move DtAction to dtl-action
           move DtListRef to dtl-list-ref
           move DtLastname to dtl-lastname
           move DtFirstname to dtl-firstname
           move DtAddrLine1 to dtl-addr-line1
           move DtPostalCode to dtl-postal-code
           move DtEffectiveDate to dtl-effective
           move DtExpiryDate to dtl-expiry
           move ws-result-text to dtl-result
           write report-record from ws-report-detail
              after advancing 1 line
           if ws-report-status not = "00"
              display
                 "DNMMNT: WRITE TO DNMMRPT FAILED, STATUS="
                 ws-report-status
              move 16 to return-code
              stop run
           end-if.

       I900-print-report-totals.
           move ws-feed-read to tot-feed-read
           move ws-requests-read to tot-requests-read
           move ws-entries-added to tot-added
           move ws-entries-refreshed to tot-refreshed
           move ws-entries-ended to tot-ended
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
              after advancing 1 line
           write report-record from ws-report-total-6
              after advancing 1 line.

      *    a broken status log must not stop the stream - warn
      *    and carry on, and runsumm will show the hole.
       I950-write-run-status.
           accept ws-stat-date from date yyyymmdd
           accept ws-stat-time from time
           move ws-stat-date to ws-stat-stamp(1:8)
           move ws-stat-time to ws-stat-stamp(9:8)
           open extend run-status-file
           if ws-runstat-status not = "00"
                 and ws-runstat-status not = "05"
              display
                 "DNMMNT: UNABLE TO OPEN STATFILE, STATUS="
                 ws-runstat-status
           else
              move ws-run-id to StatRunId
              move "DNMMNT" to StatProgram
              move ws-stat-start to StatStartStamp
              move ws-stat-stamp to StatEndStamp
              move ws-cards-read to StatRecordsIn
              move ws-entries-updated to StatRecordsOut
              move 0 to StatReturnCode
              write RunStatusRecord
              close run-status-file
           end-if.
