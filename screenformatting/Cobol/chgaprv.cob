       identification division.
       program-id.
       chgaprv.
       author.
           Everett Z. Reynolds.

      *    Supervisor approval of online customer changes. custinq
      *    no longer rewrites the master: each update keyed at the
      *    counter is queued on the pending-change file with the
      *    operator and the before and after images. This step runs
      *    ahead of custmnt in the nightly stream and applies the
      *    supervisors' decisions - one APRVTRAN card per pending
      *    change, A to approve or R to reject with a reason:
      *      - an approved change is rewritten to the master and
      *        logged to the change history under CHGAPRV, exactly
      *        as any other update. If the master has moved since
      *        the change was keyed (the before image no longer
      *        matches) or the customer is gone, the change is
      *        rejected instead - applying it would wipe out the
      *        later update;
      *      - a rejected change stays on file, marked with the
      *        reviewer, the time, and the reason;
      *      - a supervisor may not decide a change they keyed
      *        themselves, and a decision for a change that is not
      *        waiting is refused on the register.
      *    The report then lists every change still waiting - with
      *    the fields it moves, so the supervisor can decide it -
      *    and every change rejected in the last REJDAYS days
      *    (APRVPARM card, default 30) with its reason.
      *    Contact changes keyed at custinq (CUSTCONT.CPY) wait on
      *    the same file and are decided the same way: an approved
      *    one is written, rewritten, or - for a withdrawal -
      *    deleted on the contact file and logged to the change
      *    history, unless the contact record has moved since it
      *    was keyed or the customer has left the master.

       environment division.
       input-output section.
       file-control.
           select optional decision-file assign to "APRVTRAN"
               organization is line sequential
               file status is ws-decision-status.

           select optional parm-file assign to "APRVPARM"
               organization is line sequential
               file status is ws-parm-status.

           select pending-change-file assign to "PENDCHG"
               organization is indexed
               access mode is dynamic
               record key is PendChgKey
               file status is ws-pending-status.

           select customer-file assign to "CUSTFILE"
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

           select change-history-file assign to "CHGHIST"
               organization is indexed
               access mode is random
               record key is ChgHistKey
               file status is ws-chghist-status.

           select report-file assign to "APRVRPT"
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
       fd decision-file.
       01 decision-record.
           02  AprDecision             pic x(01).
               88  AprApprove                 value 'A'.
               88  AprReject                  value 'R'.
           02  AprCustomerId           pic x(10).
           02  AprDateTime             pic x(16).
           02  AprSequence             pic 9(03).
           02  AprSupervisor           pic x(08).
           02  AprReason               pic x(40).

       fd parm-file.
       01 parm-record                  pic x(80).

       fd pending-change-file.
           copy PENDCHG.

       fd customer-file.
           copy CUSTMAST.

       fd contact-file.
           copy CUSTCONT.

       fd change-history-file.
           copy CUSTHIST.

       fd report-file.
       01 report-record                pic x(132).

       fd run-control-file.
           copy RUNCTL.

       fd run-status-file.
           copy RUNSTAT.

       working-storage section.
       01 ws-decision-status           pic x(02) value spaces.
       01 ws-parm-status               pic x(02) value spaces.
       01 ws-pending-status            pic x(02) value spaces.
       01 ws-customer-status           pic x(02) value spaces.
       01 ws-contact-status            pic x(02) value spaces.
       01 ws-contact-current           pic x(180) value spaces.
       01 ws-report-status             pic x(02) value spaces.

       01 ws-runctl-status             pic x(02) value spaces.
       01 ws-runctl-eof                pic x value 'N'.
       01 ws-run-id                    pic x(08) value spaces.
       01 ws-runstat-status            pic x(02) value spaces.
       01 ws-stat-start                pic x(16) value spaces.
       01 ws-stat-stamp                pic x(16) value spaces.
       01 ws-stat-date                 pic 9(08) value 0.
       01 ws-stat-time                 pic 9(08) value 0.
       01 ws-chghist-status            pic x(02) value spaces.
       01 ws-chg-seq                   pic 9(03) value 0.
       01 ws-chg-datetime              pic x(16) value spaces.
       01 ws-chg-date                  pic 9(08) value 0.
       01 ws-chg-time                  pic 9(08) value 0.
       01 ws-before-image              pic x(180) value spaces.
       01 ws-after-image               pic x(180) value spaces.
       01 ws-chg-action                pic x(01) value space.

       01 ws-decision-eof              pic x value 'N'.
           88 end-of-decisions                value 'Y'.
       01 ws-parm-eof                  pic x value 'N'.
           88 end-of-parms                    value 'Y'.
       01 ws-pending-eof               pic x value 'N'.
           88 end-of-pending                  value 'Y'.

       01 ws-reject-days               pic 9(03) value 30.
       01 ws-review-date               pic 9(08) value 0.
       01 ws-review-age                pic s9(07) value 0.
       01 ws-keyed-age                 pic s9(07) value 0.
       01 ws-outcome-text              pic x(50) value spaces.

       01 ws-decisions-read            pic 9(07) value 0.
       01 ws-changes-approved          pic 9(07) value 0.
       01 ws-changes-rejected          pic 9(07) value 0.
       01 ws-auto-rejected             pic 9(07) value 0.
       01 ws-decisions-refused         pic 9(07) value 0.
       01 ws-changes-waiting           pic 9(07) value 0.
       01 ws-rejects-listed            pic 9(07) value 0.

       01 ws-hist-before               pic x(180) value spaces.
       01 ws-hist-before-rec redefines ws-hist-before.
           02  HbCustomerId            pic x(10).
           02  HbLastname              pic x(20).
           02  HbFirstname             pic x(20).
           02  HbMiddlename            pic x(20).
           02  HbAddrLine1             pic x(26).
           02  HbAddrLine2             pic x(26).
           02  HbAddrCity              pic x(15).
           02  HbAddrState             pic x(02).
           02  HbAddrPostalCode        pic x(10).
           02  HbAddrCountry           pic x(20).
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
           02  HaLastname              pic x(20).
           02  HaFirstname             pic x(20).
           02  HaMiddlename            pic x(20).
           02  HaAddrLine1             pic x(26).
           02  HaAddrLine2             pic x(26).
           02  HaAddrCity              pic x(15).
           02  HaAddrState             pic x(02).
           02  HaAddrPostalCode        pic x(10).
           02  HaAddrCountry           pic x(20).
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
           02  filler                  pic x(44) value
               "ONLINE CHANGE APPROVAL REGISTER".
           02  filler                  pic x(10) value "RUN DATE:".
           02  hdr-run-date            pic 9(08).
       01 ws-section-header.
           02  sec-title               pic x(60).
       01 ws-column-header.
           02  filler                  pic x(12) value "CUSTOMER ID".
           02  filler                  pic x(19) value "KEYED".
           02  filler                  pic x(05) value "SEQ".
           02  filler                  pic x(10) value "OPERATOR".
           02  filler                  pic x(10) value "DECIDED BY".
           02  filler                  pic x(05) value "DEC".
           02  filler                  pic x(50) value "OUTCOME".

       01 ws-decision-detail.
           02  dec-customer-id         pic x(12).
           02  dec-keyed-date          pic x(09).
           02  dec-keyed-time          pic x(10).
           02  dec-sequence            pic 9(03).
           02  filler                  pic x(02) value spaces.
           02  dec-operator            pic x(10).
           02  dec-supervisor          pic x(10).
           02  dec-decision            pic x(05).
           02  dec-outcome             pic x(50).

       01 ws-waiting-detail.
           02  wtg-customer-id         pic x(12).
           02  wtg-keyed-date          pic x(09).
           02  wtg-keyed-time          pic x(10).
           02  wtg-sequence            pic 9(03).
           02  filler                  pic x(02) value spaces.
           02  wtg-operator            pic x(10).
           02  filler                  pic x(09) value "WAITING ".
           02  wtg-age-days            pic zzz9.
           02  filler                  pic x(05) value " DAYS".

       01 ws-rejected-detail.
           02  rej-customer-id         pic x(12).
           02  rej-keyed-date          pic x(09).
           02  rej-keyed-time          pic x(10).
           02  rej-sequence            pic 9(03).
           02  filler                  pic x(02) value spaces.
           02  rej-operator            pic x(10).
           02  rej-reviewer            pic x(10).
           02  rej-review-date         pic x(10).
           02  rej-reason              pic x(40).

       01 ws-field-detail.
           02  filler                  pic x(04) value spaces.
           02  fld-name                pic x(14).
           02  fld-before              pic x(27).
           02  filler                  pic x(04) value "-> ".
           02  fld-after               pic x(27).

       01 ws-wide-detail.
           02  filler                  pic x(04) value spaces.
           02  wfd-name                pic x(14).
           02  wfd-value               pic x(60).

       01 ws-report-total-1.
           02  filler                  pic x(26) value
               "DECISIONS READ..........:".
           02  tot-decisions           pic zzz,zz9.
       01 ws-report-total-2.
           02  filler                  pic x(26) value
               "CHANGES APPROVED........:".
           02  tot-approved            pic zzz,zz9.
       01 ws-report-total-3.
           02  filler                  pic x(26) value
               "CHANGES REJECTED........:".
           02  tot-rejected            pic zzz,zz9.
       01 ws-report-total-4.
           02  filler                  pic x(26) value
               "  OF WHICH MASTER MOVED.:".
           02  tot-auto-rejected       pic zzz,zz9.
       01 ws-report-total-5.
           02  filler                  pic x(26) value
               "DECISIONS REFUSED.......:".
           02  tot-refused             pic zzz,zz9.
       01 ws-report-total-6.
           02  filler                  pic x(26) value
               "CHANGES STILL WAITING...:".
           02  tot-waiting             pic zzz,zz9.
       01 ws-report-total-7.
           02  filler                  pic x(26) value
               "REJECTIONS LISTED.......:".
           02  tot-rejects-listed      pic zzz,zz9.

       procedure division.
       Y000-apply-approvals.
           accept ws-run-date from date yyyymmdd
           perform Y040-stamp-start-status
           perform Y050-read-run-control
           perform Y070-read-parameters
           perform Y060-open-files

           move "DECISIONS APPLIED THIS RUN" to sec-title
           perform Y800-print-section-header
           perform Y100-read-decision
           perform until end-of-decisions
              perform Y200-process-decision
              perform Y100-read-decision
           end-perform
           close decision-file

           move "CHANGES STILL WAITING FOR APPROVAL" to sec-title
           perform Y800-print-section-header
           perform Y600-list-waiting-changes
           move spaces to sec-title
           string "CHANGES REJECTED IN THE LAST " delimited by size
                  ws-reject-days delimited by size
                  " DAYS" delimited by size
              into sec-title
           end-string
           perform Y800-print-section-header
           perform Y700-list-rejected-changes

           perform Y900-print-report-totals
           close pending-change-file
           close customer-file
           close contact-file
           close change-history-file
           close report-file
           perform Y950-write-run-status
           stop run.

       Y040-stamp-start-status.
           accept ws-stat-date from date yyyymmdd
           accept ws-stat-time from time
           move ws-stat-date to ws-stat-start(1:8)
           move ws-stat-time to ws-stat-start(9:8).

      *    the run-control record is optional here so a stand
      *    -alone approval run still works; inside the nightly
      *    stream the RunId ties this step's status record to the
      *    rest of the run.
       Y050-read-run-control.
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

      *    the pending file is created by the first custinq update
      *    ever keyed; before that there is nothing to approve, so
      *    a missing file is created empty here rather than failing
      *    the stream.
       Y060-open-files.
           open input decision-file
           if ws-decision-status not = "00"
                 and ws-decision-status not = "05"
              display
                 "CHGAPRV: UNABLE TO OPEN APRVTRAN, STATUS="
                 ws-decision-status
              move 16 to return-code
              stop run
           end-if
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
                 "CHGAPRV: UNABLE TO OPEN PENDCHG, STATUS="
                 ws-pending-status
              move 16 to return-code
              stop run
           end-if
           open i-o customer-file
           if ws-customer-status not = "00"
              display
                 "CHGAPRV: UNABLE TO OPEN CUSTFILE, STATUS="
                 ws-customer-status
              move 16 to return-code
              stop run
           end-if
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
                 "CHGAPRV: UNABLE TO OPEN CONTFILE, STATUS="
                 ws-contact-status
              move 16 to return-code
              stop run
           end-if
           open i-o change-history-file
           if ws-chghist-status = "35"
              open output change-history-file
           end-if
           if ws-chghist-status not = "00"
              display
                 "CHGAPRV: UNABLE TO OPEN CHGHIST, STATUS="
                 ws-chghist-status
              move 16 to return-code
              stop run
           end-if
           open output report-file
           if ws-report-status not = "00"
              display
                 "CHGAPRV: UNABLE TO OPEN APRVRPT, STATUS="
                 ws-report-status
              move 16 to return-code
              stop run
           end-if
           move ws-run-date to hdr-run-date
           write report-record from ws-report-header-1.

       Y070-read-parameters.
           open input parm-file
           if ws-parm-status = "00"
              perform until end-of-parms
                 read parm-file
                    at end set end-of-parms to true
                    not at end
                       if parm-record(1:8) = "REJDAYS="
                             and parm-record(9:3) is numeric
                          move parm-record(9:3) to ws-reject-days
                       end-if
                 end-read
              end-perform
              close parm-file
           end-if.

       Y100-read-decision.
           read decision-file
              at end set end-of-decisions to true
              not at end add 1 to ws-decisions-read
           end-read.

       Y200-process-decision.
           move spaces to ws-outcome-text
           move AprCustomerId to PendCustomerId
           move AprDateTime to PendDateTime
           move AprSequence to PendSequence
           read pending-change-file key is PendChgKey
           evaluate true
              when ws-pending-status = "23"
                 move spaces to PendOperator
                 move "NO SUCH PENDING CHANGE ON FILE"
                    to ws-outcome-text
                 perform Y400-refuse-decision
              when ws-pending-status not = "00"
                 display
                    "CHGAPRV: READ OF PENDCHG FAILED, STATUS="
                    ws-pending-status
                 move 16 to return-code
                 stop run
              when not PendAwaiting
                 move "CHANGE IS NOT WAITING - ALREADY DECIDED"
                    to ws-outcome-text
                 perform Y400-refuse-decision
              when not AprApprove and not AprReject
                 move "DECISION IS NOT A OR R" to ws-outcome-text
                 perform Y400-refuse-decision
              when AprSupervisor = spaces
                 move "SUPERVISOR ID IS BLANK" to ws-outcome-text
                 perform Y400-refuse-decision
              when AprSupervisor = PendOperator
                 move "SUPERVISOR MAY NOT DECIDE OWN CHANGE"
                    to ws-outcome-text
                 perform Y400-refuse-decision
              when AprReject and AprReason = spaces
                 move "REJECTION NEEDS A REASON" to ws-outcome-text
                 perform Y400-refuse-decision
              when AprReject
                 move AprReason to PendRejectReason
                 perform Y350-mark-rejected
                 move AprReason to ws-outcome-text
                 perform Y500-print-decision-detail
              when PendContactChange
                 perform Y320-approve-contact-change
              when other
                 perform Y300-approve-change
           end-evaluate.

      *    the master must still hold the before image the operator
      *    saw, or the change would overwrite a later update.
       Y300-approve-change.
           move PendCustomerId to CustomerId
           read customer-file
           evaluate ws-customer-status
              when "00"
                 if CustomerRecord = PendBeforeImage
                    move CustomerRecord to ws-before-image
                    move PendAfterImage to CustomerRecord
                    rewrite CustomerRecord
                    if ws-customer-status not = "00"
                          and ws-customer-status not = "02"
                       display
                          "CHGAPRV: REWRITE OF CUSTFILE FAILED, "
                          "STATUS=" ws-customer-status
                       move 16 to return-code
                       stop run
                    end-if
                    move CustomerRecord to ws-after-image
                    move 'R' to ws-chg-action
                    perform Y970-write-change-history
                    add 1 to ws-changes-approved
                    set PendApproved to true
                    perform Y360-rewrite-pending-change
                    move "APPROVED AND APPLIED TO MASTER"
                       to ws-outcome-text
                 else
                    add 1 to ws-auto-rejected
                    move "MASTER CHANGED SINCE THIS WAS KEYED"
                       to PendRejectReason
                    perform Y350-mark-rejected
                    move "REJECTED - MASTER CHANGED SINCE KEYED"
                       to ws-outcome-text
                 end-if
              when "23"
                 add 1 to ws-auto-rejected
                 move "CUSTOMER NO LONGER ON FILE"
                    to PendRejectReason
                 perform Y350-mark-rejected
                 move "REJECTED - CUSTOMER NO LONGER ON FILE"
                    to ws-outcome-text
              when other
                 display
                    "CHGAPRV: READ OF CUSTFILE FAILED, STATUS="
                    ws-customer-status
                 move 16 to return-code
                 stop run
           end-evaluate
           perform Y500-print-decision-detail.

      *    the customer must still be on the master, and the contact
      *    file must still hold what the operator saw - spaces in
      *    the before image meaning no contact record at all.
       Y320-approve-contact-change.
           move PendCustomerId to CustomerId
           read customer-file
           evaluate ws-customer-status
              when "00"
                 perform Y330-read-current-contact
                 if ws-contact-current = PendBeforeImage
                    perform Y340-apply-contact-change
                 else
                    add 1 to ws-auto-rejected
                    move "CONTACT CHANGED SINCE THIS WAS KEYED"
                       to PendRejectReason
                    perform Y350-mark-rejected
                    move "REJECTED - CONTACT CHANGED SINCE KEYED"
                       to ws-outcome-text
                 end-if
              when "23"
                 add 1 to ws-auto-rejected
                 move "CUSTOMER NO LONGER ON FILE"
                    to PendRejectReason
                 perform Y350-mark-rejected
                 move "REJECTED - CUSTOMER NO LONGER ON FILE"
                    to ws-outcome-text
              when other
                 display
                    "CHGAPRV: READ OF CUSTFILE FAILED, STATUS="
                    ws-customer-status
                 move 16 to return-code
                 stop run
           end-evaluate
           perform Y500-print-decision-detail.

       Y330-read-current-contact.
           move PendCustomerId to ContCustomerId
           read contact-file
           evaluate ws-contact-status
              when "00"
                 move ContactRecord to ws-contact-current
              when "23"
                 move spaces to ws-contact-current
              when other
                 display
                    "CHGAPRV: READ OF CONTFILE FAILED, STATUS="
                    ws-contact-status
                 move 16 to return-code
                 stop run
           end-evaluate.

       Y340-apply-contact-change.
           move ws-contact-current to ws-before-image
           evaluate true
              when PendAfterImage = spaces
                 delete contact-file record
                 move 'W' to ws-chg-action
                 move spaces to ws-after-image
                 move "APPROVED - CONTACT WITHDRAWN"
                    to ws-outcome-text
              when ws-contact-current = spaces
                 move PendAfterImage to ContactRecord
                 move ws-run-date to ContUpdatedDate
                 write ContactRecord
                 move 'N' to ws-chg-action
                 move ContactRecord to ws-after-image
                 move "APPROVED AND ADDED TO CONTACT FILE"
                    to ws-outcome-text
              when other
                 move PendAfterImage to ContactRecord
                 move ws-run-date to ContUpdatedDate
                 rewrite ContactRecord
                 move 'U' to ws-chg-action
                 move ContactRecord to ws-after-image
                 move "APPROVED AND APPLIED TO CONTACT FILE"
                    to ws-outcome-text
           end-evaluate
           if ws-contact-status not = "00"
              display
                 "CHGAPRV: UPDATE OF CONTFILE FAILED, STATUS="
                 ws-contact-status
              move 16 to return-code
              stop run
           end-if
           perform Y970-write-change-history
           add 1 to ws-changes-approved
           set PendApproved to true
           perform Y360-rewrite-pending-change.

       Y350-mark-rejected.
           add 1 to ws-changes-rejected
           set PendRejected to true
           perform Y360-rewrite-pending-change.

       Y360-rewrite-pending-change.
           accept ws-chg-date from date yyyymmdd
           accept ws-chg-time from time
           move AprSupervisor to PendReviewer
           move ws-chg-date to PendReviewDateTime(1:8)
           move ws-chg-time to PendReviewDateTime(9:8)
           rewrite PendingChangeRecord
           if ws-pending-status not = "00"
              display
                 "CHGAPRV: REWRITE OF PENDCHG FAILED, STATUS="
                 ws-pending-status
              move 16 to return-code
              stop run
           end-if.

       Y400-refuse-decision.
           add 1 to ws-decisions-refused
           perform Y500-print-decision-detail.

       Y500-print-decision-detail.
           move AprCustomerId to dec-customer-id
           move AprDateTime(1:8) to dec-keyed-date
           move AprDateTime(9:8) to dec-keyed-time
           move AprSequence to dec-sequence
           move PendOperator to dec-operator
           move AprSupervisor to dec-supervisor
           move AprDecision to dec-decision
           move ws-outcome-text to dec-outcome
           write report-record from ws-decision-detail
              after advancing 1 line
           perform Y850-check-report-write.

       Y600-list-waiting-changes.
           move low-values to PendChgKey
           move 'N' to ws-pending-eof
           start pending-change-file
                 key is not less than PendChgKey
              invalid key set end-of-pending to true
           end-start
           perform until end-of-pending
              read pending-change-file next record
                 at end set end-of-pending to true
                 not at end
                    if PendAwaiting
                       perform Y650-print-waiting-change
                    end-if
              end-read
           end-perform.

       Y650-print-waiting-change.
           add 1 to ws-changes-waiting
           move PendCustomerId to wtg-customer-id
           move PendDateTime(1:8) to wtg-keyed-date
           move PendDateTime(9:8) to wtg-keyed-time
           move PendSequence to wtg-sequence
           move PendOperator to wtg-operator
           move 0 to ws-keyed-age
           if PendDateTime(1:8) is numeric
              move PendDateTime(1:8) to ws-review-date
              compute ws-keyed-age =
                 function integer-of-date(ws-run-date)
                 - function integer-of-date(ws-review-date)
           end-if
           move ws-keyed-age to wtg-age-days
           write report-record from ws-waiting-detail
              after advancing 2 lines
           perform Y850-check-report-write
           move PendBeforeImage to ws-hist-before
           move PendAfterImage to ws-hist-after
           if PendContactChange
              perform Y680-print-contact-fields
           else
              perform Y660-print-changed-fields
           end-if.

       Y660-print-changed-fields.
           if HbLastname not = HaLastname
              move "LAST NAME" to fld-name
              move HbLastname to fld-before
              move HaLastname to fld-after
              perform Y670-print-field-detail
           end-if
           if HbFirstname not = HaFirstname
              move "FIRST NAME" to fld-name
              move HbFirstname to fld-before
              move HaFirstname to fld-after
              perform Y670-print-field-detail
           end-if
           if HbMiddlename not = HaMiddlename
              move "MIDDLE NAME" to fld-name
              move HbMiddlename to fld-before
              move HaMiddlename to fld-after
              perform Y670-print-field-detail
           end-if
           if HbAddrLine1 not = HaAddrLine1
              move "ADDR LINE 1" to fld-name
              move HbAddrLine1 to fld-before
              move HaAddrLine1 to fld-after
              perform Y670-print-field-detail
           end-if
           if HbAddrLine2 not = HaAddrLine2
              move "ADDR LINE 2" to fld-name
              move HbAddrLine2 to fld-before
              move HaAddrLine2 to fld-after
              perform Y670-print-field-detail
           end-if
           if HbAddrCity not = HaAddrCity
              move "CITY" to fld-name
              move HbAddrCity to fld-before
              move HaAddrCity to fld-after
              perform Y670-print-field-detail
           end-if
           if HbAddrState not = HaAddrState
              move "STATE" to fld-name
              move HbAddrState to fld-before
              move HaAddrState to fld-after
              perform Y670-print-field-detail
           end-if
           if HbAddrPostalCode not = HaAddrPostalCode
              move "POSTAL CODE" to fld-name
              move HbAddrPostalCode to fld-before
              move HaAddrPostalCode to fld-after
              perform Y670-print-field-detail
           end-if
           if HbAddrCountry not = HaAddrCountry
              move "COUNTRY" to fld-name
              move HbAddrCountry to fld-before
              move HaAddrCountry to fld-after
              perform Y670-print-field-detail
           end-if
           if HbAddrCountryCode not = HaAddrCountryCode
              move "COUNTRY CODE" to fld-name
              move HbAddrCountryCode to fld-before
              move HaAddrCountryCode to fld-after
              perform Y670-print-field-detail
           end-if
           if HbCustomerStatus not = HaCustomerStatus
              move "STATUS" to fld-name
              move HbCustomerStatus to fld-before
              move HaCustomerStatus to fld-after
              perform Y670-print-field-detail
           end-if
           if HbStatusDate not = HaStatusDate
              move "STATUS DATE" to fld-name
              move HbStatusDate to fld-before
              move HaStatusDate to fld-after
              perform Y670-print-field-detail
           end-if.

      *    the email address is too wide for the field line and
      *    prints on its own pair of lines.
       Y680-print-contact-fields.
           if ws-hist-after = spaces
              move "CONTACT" to fld-name
              move "ON FILE" to fld-before
              move "WITHDRAWN" to fld-after
              perform Y670-print-field-detail
           else
              if HbcEmail not = HacEmail
                 move "EMAIL WAS" to wfd-name
                 move HbcEmail to wfd-value
                 perform Y690-print-wide-detail
                 move "EMAIL NOW" to wfd-name
                 move HacEmail to wfd-value
                 perform Y690-print-wide-detail
              end-if
              if HbcPhone not = HacPhone
                 move "PHONE" to fld-name
                 move HbcPhone to fld-before
                 move HacPhone to fld-after
                 perform Y670-print-field-detail
              end-if
              if HbcChannel not = HacChannel
                 move "CHANNEL" to fld-name
                 move HbcChannel to fld-before
                 move HacChannel to fld-after
                 perform Y670-print-field-detail
              end-if
              if HbcConsentDate not = HacConsentDate
                 move "CONSENT DATE" to fld-name
                 move HbcConsentDate to fld-before
                 move HacConsentDate to fld-after
                 perform Y670-print-field-detail
              end-if
           end-if.

       Y690-print-wide-detail.
           write report-record from ws-wide-detail
              after advancing 1 line
           perform Y850-check-report-write.

       Y670-print-field-detail.
           write report-record from ws-field-detail
              after advancing 1 line
           perform Y850-check-report-write.

       Y700-list-rejected-changes.
           move low-values to PendChgKey
           move 'N' to ws-pending-eof
           start pending-change-file
                 key is not less than PendChgKey
              invalid key set end-of-pending to true
           end-start
           perform until end-of-pending
              read pending-change-file next record
                 at end set end-of-pending to true
                 not at end
                    if PendRejected
                       perform Y750-print-if-recent
                    end-if
              end-read
           end-perform.

       Y750-print-if-recent.
           move 999 to ws-review-age
           if PendReviewDateTime(1:8) is numeric
              move PendReviewDateTime(1:8) to ws-review-date
              compute ws-review-age =
                 function integer-of-date(ws-run-date)
                 - function integer-of-date(ws-review-date)
           end-if
           if ws-review-age not > ws-reject-days
              add 1 to ws-rejects-listed
              move PendCustomerId to rej-customer-id
              move PendDateTime(1:8) to rej-keyed-date
              move PendDateTime(9:8) to rej-keyed-time
              move PendSequence to rej-sequence
              move PendOperator to rej-operator
              move PendReviewer to rej-reviewer
              move PendReviewDateTime(1:8) to rej-review-date
              move PendRejectReason to rej-reason
              write report-record from ws-rejected-detail
                 after advancing 1 line
              perform Y850-check-report-write
           end-if.

       Y800-print-section-header.
           write report-record from ws-section-header
              after advancing 3 lines
           perform Y850-check-report-write
           write report-record from ws-column-header
              after advancing 2 lines
           perform Y850-check-report-write.

       Y850-check-report-write.
           if ws-report-status not = "00"
              display
                 "CHGAPRV: WRITE TO APRVRPT FAILED, STATUS="
                 ws-report-status
              move 16 to return-code
              stop run
           end-if.

       Y900-print-report-totals.
           move ws-decisions-read to tot-decisions
           move ws-changes-approved to tot-approved
           move ws-changes-rejected to tot-rejected
           move ws-auto-rejected to tot-auto-rejected
           move ws-decisions-refused to tot-refused
           move ws-changes-waiting to tot-waiting
           move ws-rejects-listed to tot-rejects-listed
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
              after advancing 1 line
           write report-record from ws-report-total-7
              after advancing 1 line.

      *    a broken status log must not stop the stream - warn
      *    and carry on, and runsumm will show the hole.
       Y950-write-run-status.
           accept ws-stat-date from date yyyymmdd
           accept ws-stat-time from time
           move ws-stat-date to ws-stat-stamp(1:8)
           move ws-stat-time to ws-stat-stamp(9:8)
           open extend run-status-file
           if ws-runstat-status not = "00"
                 and ws-runstat-status not = "05"
              display
                 "CHGAPRV: UNABLE TO OPEN STATFILE, STATUS="
                 ws-runstat-status
           else
              move ws-run-id to StatRunId
              move "CHGAPRV" to StatProgram
              move ws-stat-start to StatStartStamp
              move ws-stat-stamp to StatEndStamp
              move ws-decisions-read to StatRecordsIn
              move ws-changes-approved to StatRecordsOut
              move 0 to StatReturnCode
              write RunStatusRecord
              close run-status-file
           end-if.

       Y970-write-change-history.
           accept ws-chg-date from date yyyymmdd
           accept ws-chg-time from time
           move ws-chg-date to ws-chg-datetime(1:8)
           move ws-chg-time to ws-chg-datetime(9:8)
           move PendCustomerId to ChgCustomerId
           move ws-chg-datetime to ChgDateTime
           move 0 to ws-chg-seq
           move ws-chg-seq to ChgSequence
           move "CHGAPRV" to ChgProgram
           move ws-chg-action to ChgAction
           move ws-before-image to ChgBeforeImage
           move ws-after-image to ChgAfterImage
           write ChangeHistRecord
           perform until ws-chghist-status not = "22"
              add 1 to ws-chg-seq
              move ws-chg-seq to ChgSequence
              write ChangeHistRecord
           end-perform
           if ws-chghist-status not = "00"
                 and ws-chghist-status not = "02"
              display
                 "CHGAPRV: WRITE TO CHGHIST FAILED, STATUS="
                 ws-chghist-status
              move 16 to return-code
              stop run
           end-if.
