       identification division.
       program-id.
       custprg.
       author.
           Everett Z. Reynolds.

      *    Retention purge of long-inactive customers to the archive
      *    master. The live master otherwise keeps every customer
      *    forever, and every listing, duplicate scan, and reorg
      *    reload still has to read the ones long gone. Driven by
      *    the PRGPARM retention cards:
      *      - INACTIVEYEARS=nn - an Inactive customer whose
      *        StatusDate is more than nn years before the run date
      *        is purged;
      *      - RETURNYEARS=nn - a customer who is not Active, whose
      *        returned-mail count on the return history has reached
      *        MAXRETURNS=nn (as retmail counts it), and whose last
      *        return is more than nn years before the run date is
      *        purged;
      *      - a years value of 00 turns that rule off.
      *    A purged customer is written to the indexed archive
      *    master (CUSTARCH.CPY) with the date and the reason,
      *    deleted from CustomerFile, and logged to the change
      *    history as a delete, then printed on the purge register.
      *    A customer with no StatusDate cannot be aged and is kept.
      *    The contact record (CUSTCONT.CPY) is left in place, so a
      *    reinstated customer comes back with their delivery
      *    preference.
      *    Reinstate cards on REINTRAN (CustomerId, and the status
      *    to come back with - A if blank) are applied first: the
      *    archived image goes back on the master with StatusDate
      *    set to the run date, the add is logged to the change
      *    history, and the archive record is deleted. A card for
      *    an id not on the archive, or one already back on the
      *    master, is refused on the register.

       environment division.
       input-output section.
       file-control.
           select customer-file assign to "CUSTFILE"
               organization is indexed
               access mode is dynamic
               record key is CustomerId
               alternate record key is CustNameKey with duplicates
               alternate record key is AddrPostalCode
                   with duplicates
               file status is ws-customer-status.

           select archive-file assign to "CUSTARCH"
               organization is indexed
               access mode is random
               record key is ArchCustomerId
               file status is ws-archive-status.

           select change-history-file assign to "CHGHIST"
               organization is indexed
               access mode is random
               record key is ChgHistKey
               file status is ws-chghist-status.

           select optional return-history-file assign to "RTRNIN"
               organization is line sequential
               file status is ws-history-status.

           select optional parm-file assign to "PRGPARM"
               organization is line sequential
               file status is ws-parm-status.

           select optional reinstate-file assign to "REINTRAN"
               organization is line sequential
               file status is ws-reinstate-status.

           select report-file assign to "PRGRPT"
               organization is line sequential
               file status is ws-report-status.

           select optional run-control-file assign to "RUNCTL"
               organization is line sequential
               file status is ws-runctl-status.

       data division.
       file section.
       fd customer-file.
           copy CUSTMAST.

       fd archive-file.
           copy CUSTARCH.

       fd change-history-file.
           copy CUSTHIST.

       fd return-history-file.
       01 return-history-record.
           02  HstInCustomerId         pic x(10).
           02  HstInReturnCount        pic 9(03).
           02  HstInLastDate           pic x(08).
           02  HstInLastReason         pic x(03).

       fd parm-file.
       01 parm-record                  pic x(80).

       fd reinstate-file.
       01 reinstate-record.
           02  ReiCustomerId           pic x(10).
           02  ReiNewStatus            pic x(01).

       fd report-file.
       01 report-record                pic x(132).

       fd run-control-file.
           copy RUNCTL.

       working-storage section.
       01 ws-customer-status           pic x(02) value spaces.
       01 ws-archive-status            pic x(02) value spaces.
       01 ws-chghist-status            pic x(02) value spaces.
       01 ws-history-status            pic x(02) value spaces.
       01 ws-parm-status               pic x(02) value spaces.
       01 ws-reinstate-status          pic x(02) value spaces.
       01 ws-report-status             pic x(02) value spaces.
       01 ws-runctl-status             pic x(02) value spaces.
       01 ws-runctl-eof                pic x value 'N'.
       01 ws-run-id                    pic x(08) value spaces.
       01 ws-run-date                  pic 9(08) value 0.

       01 ws-parm-eof                  pic x value 'N'.
           88 end-of-parms                    value 'Y'.
       01 ws-history-eof               pic x value 'N'.
           88 end-of-history                  value 'Y'.
       01 ws-reinstate-eof             pic x value 'N'.
           88 end-of-reinstates               value 'Y'.
       01 ws-master-eof                pic x value 'N'.
           88 end-of-master                   value 'Y'.

      *    retention rules - years of 00 switch the rule off.
       01 ws-inactive-years            pic 9(02) value 7.
       01 ws-return-years              pic 9(02) value 2.
       01 ws-max-returns               pic 9(02) value 3.
       01 ws-inactive-cutoff           pic 9(08) value 0.
       01 ws-inactive-cutoff-x redefines ws-inactive-cutoff
                                       pic x(08).
       01 ws-return-cutoff             pic 9(08) value 0.
       01 ws-return-cutoff-x redefines ws-return-cutoff
                                       pic x(08).

       01 ws-history-limit             pic 9(04) value 5000.
       01 ws-history-count             pic 9(04) value 0.
       01 ws-history-sub               pic 9(04) value 0.
       01 ws-history-hit               pic 9(04) value 0.
       01 ws-history-table.
           02 ws-history-entry occurs 5000 times.
              03 ws-hst-customer-id    pic x(10).
              03 ws-hst-return-count   pic 9(03).
              03 ws-hst-last-date      pic x(08).

       01 ws-purge-reason              pic x(01) value space.
           88 purge-inactive                  value 'I'.
           88 purge-returned-mail             value 'R'.
           88 purge-not-due                   value space.
       01 ws-result-text               pic x(40) value spaces.
       01 ws-register-action           pic x(01) value space.
       01 ws-new-status                pic x(01) value space.

       01 ws-chg-action                pic x(01) value space.
       01 ws-chg-seq                   pic 9(03) value 0.
       01 ws-chg-datetime              pic x(16) value spaces.
       01 ws-chg-date                  pic 9(08) value 0.
       01 ws-chg-time                  pic 9(08) value 0.
       01 ws-before-image              pic x(180) value spaces.
       01 ws-after-image               pic x(180) value spaces.

       01 ws-masters-read              pic 9(07) value 0.
       01 ws-purged-inactive           pic 9(07) value 0.
       01 ws-purged-returned           pic 9(07) value 0.
       01 ws-kept-no-date              pic 9(07) value 0.
       01 ws-reinstate-cards           pic 9(07) value 0.
       01 ws-reinstated                pic 9(07) value 0.
       01 ws-reinstate-rejects         pic 9(07) value 0.

       01 ws-report-header-1.
           02  filler                  pic x(44) value
               "CUSTOMER RETENTION PURGE REGISTER".
           02  filler                  pic x(10) value "RUN DATE:".
           02  hdr-run-date            pic 9(08).
       01 ws-report-header-2.
           02  filler                  pic x(26) value
               "INACTIVE - STATUS BEFORE.:".
           02  hdr-inactive-cutoff     pic x(10).
           02  filler                  pic x(02) value spaces.
           02  hdr-inactive-years      pic z9.
           02  filler                  pic x(06) value " YEARS".
       01 ws-report-header-3.
           02  filler                  pic x(26) value
               "RETURNED - LAST BEFORE...:".
           02  hdr-return-cutoff       pic x(10).
           02  filler                  pic x(02) value spaces.
           02  hdr-return-years        pic z9.
           02  filler                  pic x(15) value
               " YEARS, RETURNS".
           02  hdr-max-returns         pic zz9.
           02  filler                  pic x(08) value " OR MORE".
       01 ws-report-header-4.
           02  filler                  pic x(04) value "ACT".
           02  filler                  pic x(12) value "CUSTOMER".
           02  filler                  pic x(22) value "LAST NAME".
           02  filler                  pic x(17) value "FIRST NAME".
           02  filler                  pic x(04) value "ST".
           02  filler                  pic x(10) value "STAT DATE".
           02  filler                  pic x(05) value "RTNS".
           02  filler                  pic x(10) value "LAST RTN".
           02  filler                  pic x(40) value "RESULT".
       01 ws-report-detail.
           02  dtl-action              pic x(04).
           02  dtl-customer-id         pic x(12).
           02  dtl-lastname            pic x(22).
           02  dtl-firstname           pic x(17).
           02  dtl-status              pic x(04).
           02  dtl-status-date         pic x(10).
           02  dtl-return-count        pic zz9.
           02  filler                  pic x(02) value spaces.
           02  dtl-last-return         pic x(10).
           02  dtl-result              pic x(40).
       01 ws-rule-off                  pic x(10) value "(RULE OFF)".

       01 ws-report-total-1.
           02  filler                  pic x(26) value
               "MASTER RECORDS READ.....:".
           02  tot-masters-read        pic zzz,zz9.
       01 ws-report-total-2.
           02  filler                  pic x(26) value
               "PURGED - INACTIVE.......:".
           02  tot-purged-inactive     pic zzz,zz9.
       01 ws-report-total-3.
           02  filler                  pic x(26) value
               "PURGED - RETURNED MAIL..:".
           02  tot-purged-returned     pic zzz,zz9.
       01 ws-report-total-4.
           02  filler                  pic x(26) value
               "KEPT - NO STATUS DATE...:".
           02  tot-kept-no-date        pic zzz,zz9.
       01 ws-report-total-5.
           02  filler                  pic x(26) value
               "REINSTATE CARDS READ....:".
           02  tot-reinstate-cards     pic zzz,zz9.
       01 ws-report-total-6.
           02  filler                  pic x(26) value
               "CUSTOMERS REINSTATED....:".
           02  tot-reinstated          pic zzz,zz9.
       01 ws-report-total-7.
           02  filler                  pic x(26) value
               "REINSTATE CARDS REFUSED.:".
           02  tot-reinstate-rejects   pic zzz,zz9.

       procedure division.
       PG000-purge-customers.
           accept ws-run-date from date yyyymmdd
           perform PG040-read-run-control
           perform PG050-read-parameters
           perform PG060-open-files
           perform PG100-load-return-history

           perform PG200-read-reinstate-card
           perform until end-of-reinstates
              perform PG250-reinstate-customer
              perform PG200-read-reinstate-card
           end-perform

           if ws-inactive-years > 0 or ws-return-years > 0
              perform PG300-purge-master
           end-if

           perform PG900-print-report-totals
           display "CUSTPRG: PURGED " ws-purged-inactive
              " INACTIVE, " ws-purged-returned " RETURNED MAIL, "
              "REINSTATED " ws-reinstated
           close customer-file
           close archive-file
           close change-history-file
           close reinstate-file
           close report-file
           stop run.

       PG040-read-run-control.
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

       PG050-read-parameters.
           open input parm-file
           if ws-parm-status = "00"
              perform until end-of-parms
                 read parm-file
                    at end set end-of-parms to true
                    not at end perform PG055-take-parm-card
                 end-read
              end-perform
              close parm-file
           end-if
           if ws-max-returns = 0
              display "CUSTPRG: MAXRETURNS OF ZERO NOT ALLOWED"
              move 16 to return-code
              stop run
           end-if
           compute ws-inactive-cutoff =
              ws-run-date - ws-inactive-years * 10000
           compute ws-return-cutoff =
              ws-run-date - ws-return-years * 10000.

       PG055-take-parm-card.
           evaluate true
              when parm-record(1:14) = "INACTIVEYEARS="
                    and parm-record(15:2) is numeric
                 move parm-record(15:2) to ws-inactive-years
              when parm-record(1:12) = "RETURNYEARS="
                    and parm-record(13:2) is numeric
                 move parm-record(13:2) to ws-return-years
              when parm-record(1:11) = "MAXRETURNS="
                    and parm-record(12:2) is numeric
                 move parm-record(12:2) to ws-max-returns
           end-evaluate.

      *    the archive and the change history are both created by
      *    the first run that needs them, then reopened for update.
       PG060-open-files.
           open i-o customer-file
           if ws-customer-status not = "00"
              display
                 "CUSTPRG: UNABLE TO OPEN CUSTFILE, STATUS="
                 ws-customer-status
              move 16 to return-code
              stop run
           end-if
           open i-o archive-file
           if ws-archive-status = "35"
              open output archive-file
              if ws-archive-status = "00"
                 close archive-file
                 open i-o archive-file
              end-if
           end-if
           if ws-archive-status not = "00"
              display
                 "CUSTPRG: UNABLE TO OPEN CUSTARCH, STATUS="
                 ws-archive-status
              move 16 to return-code
              stop run
           end-if
           open i-o change-history-file
           if ws-chghist-status = "35"
              open output change-history-file
              if ws-chghist-status = "00"
                 close change-history-file
                 open i-o change-history-file
              end-if
           end-if
           if ws-chghist-status not = "00"
              display
                 "CUSTPRG: UNABLE TO OPEN CHGHIST, STATUS="
                 ws-chghist-status
              move 16 to return-code
              stop run
           end-if
           open input reinstate-file
           if ws-reinstate-status not = "00"
                 and ws-reinstate-status not = "05"
              display
                 "CUSTPRG: UNABLE TO OPEN REINTRAN, STATUS="
                 ws-reinstate-status
              move 16 to return-code
              stop run
           end-if
           open output report-file
           if ws-report-status not = "00"
              display
                 "CUSTPRG: UNABLE TO OPEN PRGRPT, STATUS="
                 ws-report-status
              move 16 to return-code
              stop run
           end-if
           move ws-run-date to hdr-run-date
           write report-record from ws-report-header-1
           move ws-inactive-cutoff-x to hdr-inactive-cutoff
           if ws-inactive-years = 0
              move ws-rule-off to hdr-inactive-cutoff
           end-if
           move ws-inactive-years to hdr-inactive-years
           write report-record from ws-report-header-2
              after advancing 1 line
           move ws-return-cutoff-x to hdr-return-cutoff
           if ws-return-years = 0
              move ws-rule-off to hdr-return-cutoff
           end-if
           move ws-return-years to hdr-return-years
           move ws-max-returns to hdr-max-returns
           write report-record from ws-report-header-3
              after advancing 1 line
           write report-record from ws-report-header-4
              after advancing 2 lines.

      *    the return history retmail carries forward from run to
      *    run - a missing file just means no customer has any.
       PG100-load-return-history.
           open input return-history-file
           if ws-history-status not = "00"
                 and ws-history-status not = "05"
              display
                 "CUSTPRG: UNABLE TO OPEN RTRNIN, STATUS="
                 ws-history-status
              move 16 to return-code
              stop run
           end-if
           perform PG150-read-return-history
           perform until end-of-history
              if ws-history-count >= ws-history-limit
                 display
                    "CUSTPRG: MORE THAN " ws-history-limit
                    " HISTORY ITEMS - INCREASE TABLE"
                 move 16 to return-code
                 stop run
              end-if
              add 1 to ws-history-count
              move HstInCustomerId
                 to ws-hst-customer-id(ws-history-count)
              move HstInReturnCount
                 to ws-hst-return-count(ws-history-count)
              move HstInLastDate
                 to ws-hst-last-date(ws-history-count)
              perform PG150-read-return-history
           end-perform
           close return-history-file.

       PG150-read-return-history.
           read return-history-file
              at end set end-of-history to true
           end-read.

       PG200-read-reinstate-card.
           read reinstate-file
              at end set end-of-reinstates to true
              not at end add 1 to ws-reinstate-cards
           end-read.

      *    the id must be on the archive and not back on the master
      *    under a new add - the archive is never laid over a live
      *    customer.
       PG250-reinstate-customer.
           move spaces to ws-result-text
           move ReiNewStatus to ws-new-status
           if ws-new-status = space
              move 'A' to ws-new-status
           end-if
           move ReiCustomerId to ArchCustomerId
           read archive-file
           evaluate true
              when ws-archive-status = "23"
                 move "REFUSED - NOT ON THE ARCHIVE"
                    to ws-result-text
              when ws-archive-status not = "00"
                 display
                    "CUSTPRG: READ OF CUSTARCH FAILED, STATUS="
                    ws-archive-status
                 move 16 to return-code
                 stop run
              when ws-new-status not = 'A' and not = 'I'
                    and not = 'P'
                 move "REFUSED - STATUS NOT A, I, OR P"
                    to ws-result-text
              when other
                 move ReiCustomerId to CustomerId
                 read customer-file
                 evaluate ws-customer-status
                    when "00"
                       move "REFUSED - ID IS ON THE MASTER AGAIN"
                          to ws-result-text
                    when "23"
                       continue
                    when other
                       display
                          "CUSTPRG: READ OF CUSTFILE FAILED, STATUS="
                          ws-customer-status
                       move 16 to return-code
                       stop run
                 end-evaluate
           end-evaluate
           if ws-result-text = spaces
              move ArchCustomerImage to CustomerRecord
              move ws-new-status to CustomerStatus
              move ws-run-date to StatusDate
              write CustomerRecord
              if ws-customer-status not = "00"
                    and ws-customer-status not = "02"
                 display
                    "CUSTPRG: WRITE TO CUSTFILE FAILED, STATUS="
                    ws-customer-status
                 move 16 to return-code
                 stop run
              end-if
              move 'A' to ws-chg-action
              move spaces to ws-before-image
              move CustomerRecord to ws-after-image
              perform PG970-write-change-history
              delete archive-file record
              if ws-archive-status not = "00"
                 display
                    "CUSTPRG: DELETE FROM CUSTARCH FAILED, STATUS="
                    ws-archive-status
                 move 16 to return-code
                 stop run
              end-if
              add 1 to ws-reinstated
              move "REINSTATED FROM ARCHIVE OF" to ws-result-text
              move ArchDate to ws-result-text(28:8)
           else
              add 1 to ws-reinstate-rejects
              move spaces to CustomerRecord
              move ReiCustomerId to CustomerId
              if ws-archive-status = "00"
                 move ArchCustomerImage to CustomerRecord
              end-if
           end-if
           move "R" to ws-register-action
           perform PG700-print-register-line.

       PG300-purge-master.
           move low-values to CustomerId
           start customer-file key is not less than CustomerId
              invalid key set end-of-master to true
           end-start
           if not end-of-master
              perform PG310-read-master
           end-if
           perform until end-of-master
              add 1 to ws-masters-read
              perform PG350-test-retention
              if not purge-not-due
                 perform PG400-archive-customer
              end-if
              perform PG310-read-master
           end-perform.

       PG310-read-master.
           read customer-file next record
              at end set end-of-master to true
           end-read
           if ws-customer-status not = "00"
                 and ws-customer-status not = "02"
                 and ws-customer-status not = "10"
              display
                 "CUSTPRG: READ OF CUSTFILE FAILED, STATUS="
                 ws-customer-status
              move 16 to return-code
              stop run
           end-if.

      *    the Inactive rule is tested first, so a customer who
      *    meets both is archived as Inactive.
       PG350-test-retention.
           move space to ws-purge-reason
           move 0 to ws-history-hit
           evaluate true
              when CustActive
                 continue
              when StatusDate = spaces or StatusDate is not numeric
                 if CustInactive
                    add 1 to ws-kept-no-date
                 end-if
              when other
                 perform PG360-apply-retention-rules
           end-evaluate.

       PG360-apply-retention-rules.
           if CustInactive and ws-inactive-years > 0
                 and StatusDate < ws-inactive-cutoff-x
              set purge-inactive to true
           end-if
           if ws-return-years > 0
              perform varying ws-history-sub from 1 by 1
                    until ws-history-sub > ws-history-count
                    or ws-history-hit > 0
                 if ws-hst-customer-id(ws-history-sub) = CustomerId
                    move ws-history-sub to ws-history-hit
                 end-if
              end-perform
           end-if
           if purge-not-due and ws-history-hit > 0
              if ws-hst-return-count(ws-history-hit)
                    not < ws-max-returns
                    and ws-hst-last-date(ws-history-hit)
                    < ws-return-cutoff-x
                 set purge-returned-mail to true
              end-if
           end-if.

       PG400-archive-customer.
           move spaces to ArchiveRecord
           move CustomerId to ArchCustomerId
           move ws-run-date to ArchDate
           move ws-purge-reason to ArchReason
           move 0 to ArchReturnCount
           if ws-history-hit > 0
              move ws-hst-return-count(ws-history-hit)
                 to ArchReturnCount
              move ws-hst-last-date(ws-history-hit)
                 to ArchLastReturnDate
           end-if
           move ws-run-id to ArchRunId
           move CustomerRecord to ArchCustomerImage
           write ArchiveRecord
           if ws-archive-status = "22"
              rewrite ArchiveRecord
           end-if
           if ws-archive-status not = "00"
              display
                 "CUSTPRG: WRITE TO CUSTARCH FAILED, STATUS="
                 ws-archive-status
              move 16 to return-code
              stop run
           end-if
           move CustomerRecord to ws-before-image
           move spaces to ws-after-image
           delete customer-file record
           if ws-customer-status not = "00"
              display
                 "CUSTPRG: DELETE FROM CUSTFILE FAILED, STATUS="
                 ws-customer-status
              move 16 to return-code
              stop run
           end-if
           move 'D' to ws-chg-action
           perform PG970-write-change-history
           if purge-inactive
              add 1 to ws-purged-inactive
              move "PURGED - INACTIVE" to ws-result-text
           else
              add 1 to ws-purged-returned
              move "PURGED - RETURNED MAIL" to ws-result-text
           end-if
           move "P" to ws-register-action
           perform PG700-print-register-line.

       PG700-print-register-line.
           move spaces to ws-report-detail
           move ws-register-action to dtl-action
           move CustomerId to dtl-customer-id
           move Lastname to dtl-lastname
           move Firstname to dtl-firstname
           move CustomerStatus to dtl-status
           move StatusDate to dtl-status-date
           move 0 to dtl-return-count
           if ws-history-hit > 0 and ws-register-action = "P"
              move ws-hst-return-count(ws-history-hit)
                 to dtl-return-count
              move ws-hst-last-date(ws-history-hit)
                 to dtl-last-return
           end-if
           move ws-result-text to dtl-result
           write report-record from ws-report-detail
              after advancing 1 line
           if ws-report-status not = "00"
              display
                 "CUSTPRG: WRITE TO PRGRPT FAILED, STATUS="
                 ws-report-status
              move 16 to return-code
              stop run
           end-if.

       PG900-print-report-totals.
           move ws-masters-read to tot-masters-read
           move ws-purged-inactive to tot-purged-inactive
           move ws-purged-returned to tot-purged-returned
           move ws-kept-no-date to tot-kept-no-date
           move ws-reinstate-cards to tot-reinstate-cards
           move ws-reinstated to tot-reinstated
           move ws-reinstate-rejects to tot-reinstate-rejects
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

       PG970-write-change-history.
           accept ws-chg-date from date yyyymmdd
           accept ws-chg-time from time
           move ws-chg-date to ws-chg-datetime(1:8)
           move ws-chg-time to ws-chg-datetime(9:8)
           if ws-chg-action = 'A'
              move ws-after-image(1:10) to ChgCustomerId
           else
              move ws-before-image(1:10) to ChgCustomerId
           end-if
           move ws-chg-datetime to ChgDateTime
           move 0 to ws-chg-seq
           move ws-chg-seq to ChgSequence
           move "CUSTPRG" to ChgProgram
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
                 "CUSTPRG: WRITE TO CHGHIST FAILED, STATUS="
                 ws-chghist-status
              move 16 to return-code
              stop run
           end-if.
