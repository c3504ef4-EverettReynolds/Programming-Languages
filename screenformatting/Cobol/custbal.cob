       identification division.
       program-id.
       custbal.
       author.
           Everett Z. Reynolds.

      *    Day-over-day balancing of the customer master. recon
      *    proves the label run against the master; this step
      *    proves the master itself did not lose or gain records
      *    overnight (a partial custreor reload, an abended custmnt).
      *    The control-totals file (CTLTOTAL.CPY) holds the last
      *    balanced night's record counts by CustomerStatus and by
      *    AddrState, the total count, and a hash total of the
      *    CustomerIds, and the change date/time they stand good
      *    through. Every master change in the change history after
      *    that point, up to the moment this step started, is
      *    posted against those totals:
      *      - an add counts into the status and state buckets of
      *        its after image;
      *      - a delete counts out of the buckets of its before
      *        image;
      *      - a rewrite that changed CustomerStatus (or AddrState)
      *        moves one record out of the old bucket and into the
      *        new one.
      *    Yesterday's totals plus adds, minus deletes, plus or
      *    minus the moves must equal what the master holds now,
      *    bucket by bucket, in total, and in the id hash. The
      *    report prints every bucket with its equation and flags
      *    each one that is out; any imbalance ends the step with
      *    return code 8 for the stream to test, and the control
      *    file is left where it was, so tomorrow proves the two
      *    nights together. Contact-file changes on the history
      *    (CUSTCONT.CPY) do not touch the master and are passed
      *    over. An empty control file (first run) takes today's
      *    master as the baseline. Once an imbalance has been
      *    explained, an ACCEPT=Y card on BALPARM writes today's
      *    totals as the new baseline and ends with return code 4.

       environment division.
       input-output section.
       file-control.
           select customer-file assign to "CUSTFILE"
               organization is indexed
               access mode is sequential
               record key is CustomerId
               alternate record key is CustNameKey with duplicates
               alternate record key is AddrPostalCode
                   with duplicates
               file status is ws-customer-status.

           select change-history-file assign to "CHGHIST"
               organization is indexed
               access mode is dynamic
               record key is ChgHistKey
               file status is ws-chghist-status.

           select optional control-total-file assign to "CTLTOTAL"
               organization is line sequential
               file status is ws-control-status.

           select optional parm-file assign to "BALPARM"
               organization is line sequential
               file status is ws-parm-status.

           select report-file assign to "BALRPT"
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
       fd customer-file.
           copy CUSTMAST.

       fd change-history-file.
           copy CUSTHIST.

       fd control-total-file.
           copy CTLTOTAL.

       fd parm-file.
       01 parm-record                  pic x(80).

       fd report-file.
       01 report-record                pic x(132).

       fd run-control-file.
           copy RUNCTL.

       fd run-status-file.
           copy RUNSTAT.

       working-storage section.
       01 ws-customer-status           pic x(02) value spaces.
       01 ws-chghist-status            pic x(02) value spaces.
       01 ws-control-status            pic x(02) value spaces.
       01 ws-parm-status               pic x(02) value spaces.
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
       01 ws-return-code               pic 9(04) value 0.

       01 ws-parm-eof                  pic x value 'N'.
           88 end-of-parms                    value 'Y'.
       01 ws-accept-flag               pic x value 'N'.
           88 accept-imbalance                value 'Y'.
       01 ws-control-eof               pic x value 'N'.
           88 end-of-control                  value 'Y'.
       01 ws-baseline-flag             pic x value 'Y'.
           88 baseline-run                    value 'Y'.
       01 ws-hist-eof                  pic x value 'N'.
           88 end-of-history                  value 'Y'.
       01 ws-master-eof                pic x value 'N'.
           88 end-of-master                   value 'Y'.

      *    the balancing window - changes after ws-window-from, up
      *    to and including ws-window-through.
       01 ws-window-from               pic x(16) value all "0".
       01 ws-window-through            pic x(16) value spaces.

      *    one entry per status code (type S) and per state code
      *    (type T) seen on the prior totals, the history, or the
      *    master - prior totals are loaded first, so the buckets
      *    print in the same order night after night.
       01 ws-bucket-limit              pic 9(03) value 300.
       01 ws-bucket-count              pic 9(03) value 0.
       01 ws-bucket-sub                pic 9(03) value 0.
       01 ws-bucket-hit                pic 9(03) value 0.
       01 ws-bucket-table.
           02 ws-bucket-entry occurs 300 times.
              03 ws-bkt-type           pic x(01).
              03 ws-bkt-code           pic x(02).
              03 ws-bkt-prior          pic 9(09).
              03 ws-bkt-added          pic 9(09).
              03 ws-bkt-deleted        pic 9(09).
              03 ws-bkt-moved-in       pic 9(09).
              03 ws-bkt-moved-out      pic 9(09).
              03 ws-bkt-actual         pic 9(09).
       01 ws-find-type                 pic x(01) value space.
       01 ws-find-code                 pic x(02) value spaces.
       01 ws-print-type                pic x(01) value space.

       01 ws-image-rec                 pic x(180) value spaces.
       01 ws-image-fields redefines ws-image-rec.
           02  ImgCustomerId           pic x(10).
           02  filler                  pic x(127).
           02  ImgAddrState            pic x(02).
           02  filler                  pic x(10).
           02  filler                  pic x(20).
           02  filler                  pic x(02).
           02  ImgCustomerStatus       pic x(01).
           02  filler                  pic x(08).
       01 ws-before-status             pic x(01) value space.
       01 ws-before-state              pic x(02) value spaces.
       01 ws-before-id                 pic x(10) value spaces.
       01 ws-after-status              pic x(01) value space.
       01 ws-after-state               pic x(02) value spaces.
       01 ws-after-id                  pic x(10) value spaces.

       01 ws-hash-id                   pic x(10) value spaces.
       01 ws-id-sub                    pic 9(02) value 0.
       01 ws-id-digit                  pic 9(01) value 0.
       01 ws-id-number                 pic 9(10) value 0.

       01 ws-prior-count               pic 9(09) value 0.
       01 ws-prior-hash                pic 9(15) value 0.
       01 ws-added-count               pic 9(09) value 0.
       01 ws-deleted-count             pic 9(09) value 0.
       01 ws-added-hash                pic 9(15) value 0.
       01 ws-deleted-hash              pic 9(15) value 0.
       01 ws-actual-count              pic 9(09) value 0.
       01 ws-actual-hash               pic 9(15) value 0.
       01 ws-expected                  pic s9(10) value 0.
       01 ws-difference                pic s9(10) value 0.
       01 ws-expected-hash             pic s9(16) value 0.
       01 ws-hash-difference           pic s9(16) value 0.

       01 ws-history-read              pic 9(09) value 0.
       01 ws-window-changes            pic 9(09) value 0.
       01 ws-buckets-out               pic 9(05) value 0.
       01 ws-totals-out                pic 9(01) value 0.

       01 ws-report-header-1.
           02  filler                  pic x(44) value
               "CUSTOMER MASTER DAY-OVER-DAY BALANCING".
           02  filler                  pic x(10) value "RUN DATE:".
           02  hdr-run-date            pic 9(08).
           02  filler                  pic x(10) value "  RUN ID:".
           02  hdr-run-id              pic x(08).
       01 ws-report-header-2.
           02  filler                  pic x(26) value
               "CHANGES AFTER............:".
           02  hdr-window-from         pic x(16).
           02  filler                  pic x(08) value "  UP TO:".
           02  hdr-window-through      pic x(16).
       01 ws-report-header-3.
           02  filler                  pic x(08) value "BUCKET".
           02  filler                  pic x(06) value "CODE".
           02  filler                  pic x(12) value "   PRIOR".
           02  filler                  pic x(12) value "   + ADDED".
           02  filler                  pic x(12) value " - DELETED".
           02  filler                  pic x(12) value "+ MOVED IN".
           02  filler                  pic x(12) value "- MOVED OUT".
           02  filler                  pic x(12) value "  EXPECTED".
           02  filler                  pic x(12) value "    ACTUAL".
           02  filler                  pic x(12) value "DIFFERENCE".
           02  filler                  pic x(20) value "  FLAG".

       01 ws-report-detail.
           02  dtl-bucket              pic x(08).
           02  dtl-code                pic x(06).
           02  dtl-prior               pic zzz,zzz,zz9.
           02  filler                  pic x(01) value spaces.
           02  dtl-added               pic zzz,zzz,zz9.
           02  filler                  pic x(01) value spaces.
           02  dtl-deleted             pic zzz,zzz,zz9.
           02  filler                  pic x(01) value spaces.
           02  dtl-moved-in            pic zzz,zzz,zz9.
           02  filler                  pic x(01) value spaces.
           02  dtl-moved-out           pic zzz,zzz,zz9.
           02  filler                  pic x(01) value spaces.
           02  dtl-expected            pic ---,---,--9.
           02  filler                  pic x(01) value spaces.
           02  dtl-actual              pic zzz,zzz,zz9.
           02  filler                  pic x(01) value spaces.
           02  dtl-difference          pic ---,---,--9.
           02  filler                  pic x(03) value spaces.
           02  dtl-flag                pic x(20).

       01 ws-report-hash-1.
           02  filler                  pic x(26) value
               "ID HASH TOTAL - PRIOR....:".
           02  hsh-prior               pic zzz,zzz,zzz,zzz,zz9.
           02  filler                  pic x(14) value
               "   + ADDED...:".
           02  hsh-added               pic zzz,zzz,zzz,zzz,zz9.
       01 ws-report-hash-2.
           02  filler                  pic x(26) value
               "              - DELETED..:".
           02  hsh-deleted             pic zzz,zzz,zzz,zzz,zz9.
           02  filler                  pic x(14) value
               "   EXPECTED..:".
           02  hsh-expected            pic ---,---,---,---,--9.
       01 ws-report-hash-3.
           02  filler                  pic x(26) value
               "              ACTUAL.....:".
           02  hsh-actual              pic zzz,zzz,zzz,zzz,zz9.
           02  filler                  pic x(14) value
               "   DIFFERENCE:".
           02  hsh-difference          pic ---,---,---,---,--9.
           02  filler                  pic x(03) value spaces.
           02  hsh-flag                pic x(20).

       01 ws-report-total-1.
           02  filler                  pic x(26) value
               "CHANGES IN WINDOW........:".
           02  tot-window-changes      pic zzz,zzz,zz9.
       01 ws-report-total-2.
           02  filler                  pic x(26) value
               "BUCKETS OUT OF BALANCE...:".
           02  tot-buckets-out         pic zzz,zzz,zz9.
       01 ws-report-result.
           02  filler                  pic x(26) value
               "RESULT...................:".
           02  tot-result              pic x(60).

       procedure division.
       BL000-balance-customer-master.
           accept ws-run-date from date yyyymmdd
           perform BL040-stamp-start-status
           perform BL050-read-run-control
           perform BL060-read-parameters
           perform BL100-load-prior-totals
           if not baseline-run
              perform BL200-post-change-history
           end-if
           perform BL300-count-master
           perform BL400-print-balance-report
           evaluate true
              when baseline-run
                 perform BL700-write-control-totals
              when ws-buckets-out = 0 and ws-totals-out = 0
                 perform BL700-write-control-totals
              when accept-imbalance
                 display "CUSTBAL: OUT OF BALANCE ACCEPTED ON "
                    "BALPARM - TOTALS RESET TO TODAY'S MASTER"
                 perform BL700-write-control-totals
                 move 4 to ws-return-code
              when other
                 display "CUSTBAL: CUSTOMER MASTER OUT OF BALANCE"
                    " - CONTROL TOTALS NOT ADVANCED"
                 move 8 to ws-return-code
           end-evaluate
           display "CUSTBAL: WINDOW " ws-window-from " TO "
              ws-window-through
           display "CUSTBAL: CHANGES IN WINDOW " ws-window-changes
              " MASTER RECORDS " ws-actual-count
              " BUCKETS OUT " ws-buckets-out
           perform BL950-write-run-status
           move ws-return-code to return-code
           stop run.

      *    the step's start stamp is also the top of the window.
       BL040-stamp-start-status.
           accept ws-stat-date from date yyyymmdd
           accept ws-stat-time from time
           move ws-stat-date to ws-stat-start(1:8)
           move ws-stat-time to ws-stat-start(9:8)
           move ws-stat-start to ws-window-through.

       BL050-read-run-control.
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

       BL060-read-parameters.
           open input parm-file
           if ws-parm-status = "00"
              perform until end-of-parms
                 read parm-file
                    at end set end-of-parms to true
                    not at end
                       if parm-record(1:8) = "ACCEPT=Y"
                          move 'Y' to ws-accept-flag
                       end-if
                 end-read
              end-perform
              close parm-file
           end-if.

      *    no control file, or an empty one, means there is no
      *    prior night to prove against - today becomes the base.
       BL100-load-prior-totals.
           open input control-total-file
           if ws-control-status not = "00"
              display "CUSTBAL: NO CONTROL TOTALS FILE, STATUS="
                 ws-control-status " - TAKING TODAY AS THE BASELINE"
           else
              perform until end-of-control
                 read control-total-file
                    at end set end-of-control to true
                    not at end perform BL150-post-prior-record
                 end-read
              end-perform
              close control-total-file
              if baseline-run
                 display "CUSTBAL: CONTROL TOTALS FILE IS EMPTY"
                    " - TAKING TODAY AS THE BASELINE"
              end-if
           end-if.

       BL150-post-prior-record.
           evaluate true
              when CtlHeader
                 move 'N' to ws-baseline-flag
                 move CtlThroughStamp to ws-window-from
                 move CtlCount to ws-prior-count
                 move CtlHashTotal to ws-prior-hash
              when CtlStatusBucket or CtlStateBucket
                 move CtlRecordType to ws-find-type
                 move CtlBucket to ws-find-code
                 perform BL800-find-bucket
                 add CtlCount to ws-bkt-prior(ws-bucket-hit)
           end-evaluate.

       BL200-post-change-history.
           open input change-history-file
           if ws-chghist-status not = "00"
              display
                 "CUSTBAL: UNABLE TO OPEN CHGHIST, STATUS="
                 ws-chghist-status
              move 16 to return-code
              stop run
           end-if
           perform BL210-read-history
           perform until end-of-history
              if ChgDateTime > ws-window-from
                    and ChgDateTime not > ws-window-through
                    and ChgMasterEntry
                 perform BL250-post-change
              end-if
              perform BL210-read-history
           end-perform
           close change-history-file.

       BL210-read-history.
           read change-history-file next record
              at end set end-of-history to true
              not at end add 1 to ws-history-read
           end-read
           if ws-chghist-status not = "00"
                 and ws-chghist-status not = "02"
                 and ws-chghist-status not = "10"
              display
                 "CUSTBAL: READ OF CHGHIST FAILED, STATUS="
                 ws-chghist-status
              move 16 to return-code
              stop run
           end-if.

      *    an add has no before image and a delete no after image;
      *    a rewrite moves buckets only where the code changed.
       BL250-post-change.
           add 1 to ws-window-changes
           move ChgBeforeImage to ws-image-rec
           move ImgCustomerStatus to ws-before-status
           move ImgAddrState to ws-before-state
           move ImgCustomerId to ws-before-id
           move ChgAfterImage to ws-image-rec
           move ImgCustomerStatus to ws-after-status
           move ImgAddrState to ws-after-state
           move ImgCustomerId to ws-after-id
           evaluate true
              when ChgAdd
                 add 1 to ws-added-count
                 move ws-after-id to ws-hash-id
                 perform BL850-hash-customer-id
                 add ws-id-number to ws-added-hash
                 move 'S' to ws-find-type
                 move ws-after-status to ws-find-code
                 perform BL800-find-bucket
                 add 1 to ws-bkt-added(ws-bucket-hit)
                 move 'T' to ws-find-type
                 move ws-after-state to ws-find-code
                 perform BL800-find-bucket
                 add 1 to ws-bkt-added(ws-bucket-hit)
              when ChgDelete
                 add 1 to ws-deleted-count
                 move ws-before-id to ws-hash-id
                 perform BL850-hash-customer-id
                 add ws-id-number to ws-deleted-hash
                 move 'S' to ws-find-type
                 move ws-before-status to ws-find-code
                 perform BL800-find-bucket
                 add 1 to ws-bkt-deleted(ws-bucket-hit)
                 move 'T' to ws-find-type
                 move ws-before-state to ws-find-code
                 perform BL800-find-bucket
                 add 1 to ws-bkt-deleted(ws-bucket-hit)
              when ChgRewrite
                 if ws-before-status not = ws-after-status
                    move 'S' to ws-find-type
                    move ws-before-status to ws-find-code
                    perform BL800-find-bucket
                    add 1 to ws-bkt-moved-out(ws-bucket-hit)
                    move ws-after-status to ws-find-code
                    perform BL800-find-bucket
                    add 1 to ws-bkt-moved-in(ws-bucket-hit)
                 end-if
                 if ws-before-state not = ws-after-state
                    move 'T' to ws-find-type
                    move ws-before-state to ws-find-code
                    perform BL800-find-bucket
                    add 1 to ws-bkt-moved-out(ws-bucket-hit)
                    move ws-after-state to ws-find-code
                    perform BL800-find-bucket
                    add 1 to ws-bkt-moved-in(ws-bucket-hit)
                 end-if
           end-evaluate.

       BL300-count-master.
           open input customer-file
           if ws-customer-status not = "00"
              display
                 "CUSTBAL: UNABLE TO OPEN CUSTFILE, STATUS="
                 ws-customer-status
              move 16 to return-code
              stop run
           end-if
           perform BL310-read-master
           perform until end-of-master
              add 1 to ws-actual-count
              move CustomerId to ws-hash-id
              perform BL850-hash-customer-id
              add ws-id-number to ws-actual-hash
              move 'S' to ws-find-type
              move CustomerStatus to ws-find-code
              perform BL800-find-bucket
              add 1 to ws-bkt-actual(ws-bucket-hit)
              move 'T' to ws-find-type
              move AddrState to ws-find-code
              perform BL800-find-bucket
              add 1 to ws-bkt-actual(ws-bucket-hit)
              perform BL310-read-master
           end-perform
           close customer-file.

       BL310-read-master.
           read customer-file next record
              at end set end-of-master to true
           end-read
           if ws-customer-status not = "00"
                 and ws-customer-status not = "02"
                 and ws-customer-status not = "10"
              display
                 "CUSTBAL: READ OF CUSTFILE FAILED, STATUS="
                 ws-customer-status
              move 16 to return-code
              stop run
           end-if.

       BL400-print-balance-report.
           open output report-file
           if ws-report-status not = "00"
              display
                 "CUSTBAL: UNABLE TO OPEN BALRPT, STATUS="
                 ws-report-status
              move 16 to return-code
              stop run
           end-if
           move ws-run-date to hdr-run-date
           move ws-run-id to hdr-run-id
           write report-record from ws-report-header-1
           move ws-window-from to hdr-window-from
           move ws-window-through to hdr-window-through
           write report-record from ws-report-header-2
              after advancing 1 line
           write report-record from ws-report-header-3
              after advancing 2 lines

           move 'S' to ws-print-type
           perform varying ws-bucket-sub from 1 by 1
                 until ws-bucket-sub > ws-bucket-count
              if ws-bkt-type(ws-bucket-sub) = ws-print-type
                 perform BL450-print-bucket-line
              end-if
           end-perform
           move spaces to report-record
           write report-record after advancing 1 line
           move 'T' to ws-print-type
           perform varying ws-bucket-sub from 1 by 1
                 until ws-bucket-sub > ws-bucket-count
              if ws-bkt-type(ws-bucket-sub) = ws-print-type
                 perform BL450-print-bucket-line
              end-if
           end-perform

           perform BL500-print-master-totals
           perform BL550-print-hash-totals

           move ws-window-changes to tot-window-changes
           write report-record from ws-report-total-1
              after advancing 2 lines
           move ws-buckets-out to tot-buckets-out
           write report-record from ws-report-total-2
              after advancing 1 line
           evaluate true
              when baseline-run
                 move "NO PRIOR TOTALS - TODAY TAKEN AS THE BASELINE"
                    to tot-result
              when ws-buckets-out = 0 and ws-totals-out = 0
                 move "CUSTOMER MASTER IN BALANCE" to tot-result
              when accept-imbalance
                 move "** OUT OF BALANCE - ACCEPTED, TOTALS RESET **"
                    to tot-result
              when other
                 move "** OUT OF BALANCE - TOTALS NOT ADVANCED **"
                    to tot-result
           end-evaluate
           write report-record from ws-report-result
              after advancing 1 line
           close report-file.

       BL450-print-bucket-line.
           move spaces to ws-report-detail
           if ws-print-type = 'S'
              move "STATUS" to dtl-bucket
           else
              move "STATE" to dtl-bucket
           end-if
           move ws-bkt-code(ws-bucket-sub) to dtl-code
           if ws-bkt-code(ws-bucket-sub) = spaces
              move "(BLK)" to dtl-code
           end-if
           compute ws-expected = ws-bkt-prior(ws-bucket-sub)
              + ws-bkt-added(ws-bucket-sub)
              - ws-bkt-deleted(ws-bucket-sub)
              + ws-bkt-moved-in(ws-bucket-sub)
              - ws-bkt-moved-out(ws-bucket-sub)
           compute ws-difference =
              ws-bkt-actual(ws-bucket-sub) - ws-expected
           move ws-bkt-prior(ws-bucket-sub) to dtl-prior
           move ws-bkt-added(ws-bucket-sub) to dtl-added
           move ws-bkt-deleted(ws-bucket-sub) to dtl-deleted
           move ws-bkt-moved-in(ws-bucket-sub) to dtl-moved-in
           move ws-bkt-moved-out(ws-bucket-sub) to dtl-moved-out
           move ws-expected to dtl-expected
           move ws-bkt-actual(ws-bucket-sub) to dtl-actual
           move ws-difference to dtl-difference
           if ws-difference not = 0 and not baseline-run
              move "** OUT OF BALANCE **" to dtl-flag
              add 1 to ws-buckets-out
              display "CUSTBAL: OUT OF BALANCE - " dtl-bucket
                 " " dtl-code " EXPECTED " dtl-expected
                 " ACTUAL " dtl-actual
           end-if
           perform BL600-write-report-line.

       BL500-print-master-totals.
           move spaces to ws-report-detail
           move "TOTAL" to dtl-bucket
           compute ws-expected = ws-prior-count
              + ws-added-count - ws-deleted-count
           compute ws-difference = ws-actual-count - ws-expected
           move ws-prior-count to dtl-prior
           move ws-added-count to dtl-added
           move ws-deleted-count to dtl-deleted
           move 0 to dtl-moved-in
           move 0 to dtl-moved-out
           move ws-expected to dtl-expected
           move ws-actual-count to dtl-actual
           move ws-difference to dtl-difference
           if ws-difference not = 0 and not baseline-run
              move "** OUT OF BALANCE **" to dtl-flag
              add 1 to ws-totals-out
              display "CUSTBAL: OUT OF BALANCE - TOTAL RECORDS"
                 " EXPECTED " dtl-expected " ACTUAL " dtl-actual
           end-if
           move spaces to report-record
           write report-record after advancing 1 line
           perform BL600-write-report-line.

      *    the counts can balance with the wrong customers on file
      *    (one lost, another doubled in) - the id hash catches it.
       BL550-print-hash-totals.
           compute ws-expected-hash = ws-prior-hash
              + ws-added-hash - ws-deleted-hash
           compute ws-hash-difference =
              ws-actual-hash - ws-expected-hash
           move ws-prior-hash to hsh-prior
           move ws-added-hash to hsh-added
           move ws-deleted-hash to hsh-deleted
           move ws-expected-hash to hsh-expected
           move ws-actual-hash to hsh-actual
           move ws-hash-difference to hsh-difference
           move spaces to hsh-flag
           if ws-hash-difference not = 0 and not baseline-run
              move "** OUT OF BALANCE **" to hsh-flag
              add 1 to ws-totals-out
              display "CUSTBAL: OUT OF BALANCE - CUSTOMER ID HASH"
                 " TOTAL EXPECTED " hsh-expected
                 " ACTUAL " hsh-actual
           end-if
           write report-record from ws-report-hash-1
              after advancing 2 lines
           write report-record from ws-report-hash-2
              after advancing 1 line
           write report-record from ws-report-hash-3
              after advancing 1 line.

       BL600-write-report-line.
           write report-record from ws-report-detail
              after advancing 1 line
           if ws-report-status not = "00"
              display
                 "CUSTBAL: WRITE TO BALRPT FAILED, STATUS="
                 ws-report-status
              move 16 to return-code
              stop run
           end-if.

      *    today's master becomes the figure tomorrow proves to -
      *    written only for a balanced (or accepted) night.
       BL700-write-control-totals.
           open output control-total-file
           if ws-control-status not = "00"
              display
                 "CUSTBAL: UNABLE TO OPEN CTLTOTAL, STATUS="
                 ws-control-status " - CONTROL TOTALS NOT ADVANCED"
              move 16 to return-code
              stop run
           end-if
           move spaces to ControlTotalRecord
           set CtlHeader to true
           move ws-actual-count to CtlCount
           move ws-actual-hash to CtlHashTotal
           move ws-window-through to CtlThroughStamp
           move ws-run-id to CtlRunId
           move ws-run-date to CtlRunDate
           perform BL750-write-control-record
           perform varying ws-bucket-sub from 1 by 1
                 until ws-bucket-sub > ws-bucket-count
              if ws-bkt-actual(ws-bucket-sub) > 0
                 move spaces to ControlTotalRecord
                 move ws-bkt-type(ws-bucket-sub) to CtlRecordType
                 move ws-bkt-code(ws-bucket-sub) to CtlBucket
                 move ws-bkt-actual(ws-bucket-sub) to CtlCount
                 move 0 to CtlHashTotal
                 move ws-window-through to CtlThroughStamp
                 move ws-run-id to CtlRunId
                 move ws-run-date to CtlRunDate
                 perform BL750-write-control-record
              end-if
           end-perform
           close control-total-file
           if ws-control-status not = "00"
              display
                 "CUSTBAL: CLOSE OF CTLTOTAL FAILED, STATUS="
                 ws-control-status
              move 16 to return-code
              stop run
           end-if.

       BL750-write-control-record.
           write ControlTotalRecord
           if ws-control-status not = "00"
              display
                 "CUSTBAL: WRITE TO CTLTOTAL FAILED, STATUS="
                 ws-control-status
              move 16 to return-code
              stop run
           end-if.

       BL800-find-bucket.
           move 0 to ws-bucket-hit
           perform varying ws-bucket-sub from 1 by 1
                 until ws-bucket-sub > ws-bucket-count
                 or ws-bucket-hit > 0
              if ws-bkt-type(ws-bucket-sub) = ws-find-type
                    and ws-bkt-code(ws-bucket-sub) = ws-find-code
                 move ws-bucket-sub to ws-bucket-hit
              end-if
           end-perform
           if ws-bucket-hit = 0
              if ws-bucket-count not < ws-bucket-limit
                 display
                    "CUSTBAL: MORE THAN 300 STATUS AND STATE CODES"
                    " - BUCKET TABLE FULL"
                 move 16 to return-code
                 stop run
              end-if
              add 1 to ws-bucket-count
              move ws-bucket-count to ws-bucket-hit
              move ws-find-type to ws-bkt-type(ws-bucket-hit)
              move ws-find-code to ws-bkt-code(ws-bucket-hit)
              move 0 to ws-bkt-prior(ws-bucket-hit)
              move 0 to ws-bkt-added(ws-bucket-hit)
              move 0 to ws-bkt-deleted(ws-bucket-hit)
              move 0 to ws-bkt-moved-in(ws-bucket-hit)
              move 0 to ws-bkt-moved-out(ws-bucket-hit)
              move 0 to ws-bkt-actual(ws-bucket-hit)
           end-if.

      *    the digits of the id taken as a number - the same hash
      *    crmext puts on the CRM delta trailer.
       BL850-hash-customer-id.
           move 0 to ws-id-number
           perform varying ws-id-sub from 1 by 1
                 until ws-id-sub > 10
              if ws-hash-id(ws-id-sub:1) is numeric
                 move ws-hash-id(ws-id-sub:1) to ws-id-digit
                 compute ws-id-number = ws-id-number * 10
                    + ws-id-digit
              end-if
           end-perform.

      *    a broken status log must not stop the stream - warn
      *    and carry on, and runsumm will show the hole.
       BL950-write-run-status.
           accept ws-stat-date from date yyyymmdd
           accept ws-stat-time from time
           move ws-stat-date to ws-stat-stamp(1:8)
           move ws-stat-time to ws-stat-stamp(9:8)
           open extend run-status-file
           if ws-runstat-status not = "00"
                 and ws-runstat-status not = "05"
              display
                 "CUSTBAL: UNABLE TO OPEN STATFILE, STATUS="
                 ws-runstat-status
           else
              move ws-run-id to StatRunId
              move "CUSTBAL" to StatProgram
              move ws-stat-start to StatStartStamp
              move ws-stat-stamp to StatEndStamp
              move ws-actual-count to StatRecordsIn
              move ws-buckets-out to StatRecordsOut
              move ws-return-code to StatReturnCode
              write RunStatusRecord
              close run-status-file
           end-if.
