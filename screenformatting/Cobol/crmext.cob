       identification division.
       program-id.
       crmext.
       author.
           Everett Z. Reynolds.

      *    Nightly changed-customer delta for the CRM/marketing
      *    system, taken from the change-history file. The control
      *    file holds the change date/time the last good extract
      *    ran through; this run takes every change after that,
      *    up to the moment the step started, so changes other
      *    steps write while it runs fall to tomorrow's window.
      *    A customer's changes inside the window are netted to one
      *    record - A (new to the CRM), C (latest image), or D
      *    (gone, with the last image held). Added and deleted in
      *    the same window means the CRM never saw it, so nothing
      *    is sent. Each record is pipe-delimited: action, every
      *    CUSTMAST field with trailing spaces dropped, and the
      *    RunId. An H header carries the RunId and the window;
      *    a T trailer carries the record count, the A/C/D counts,
      *    and a hash total of the CustomerIds (the digits of each
      *    id taken as a number, summed) for the receiving side to
      *    prove the file arrived whole.
      *    Contact-file changes on the history (CUSTCONT.CPY) are
      *    not part of the CUSTMAST feed and are passed over.
      *    The control record is rewritten only after the extract
      *    has been written and closed cleanly, so a night that
      *    fails leaves the window where it was and the next night
      *    picks the changes up - nothing is lost. An empty control
      *    file (first run) takes the whole history; a FROM= card on
      *    CRMPARM (YYYYMMDDHHMMSS, short is padded with zeros)
      *    overrides the control file to resend from a given time.

       environment division.
       input-output section.
       file-control.
           select change-history-file assign to "CHGHIST"
               organization is indexed
               access mode is dynamic
               record key is ChgHistKey
               file status is ws-chghist-status.

           select optional extract-control-file assign to "CRMCTL"
               organization is line sequential
               file status is ws-control-status.

           select optional parm-file assign to "CRMPARM"
               organization is line sequential
               file status is ws-parm-status.

           select crm-extract-file assign to "CRMOUT"
               organization is line sequential
               file status is ws-extract-status.

           select optional run-control-file assign to "RUNCTL"
               organization is line sequential
               file status is ws-runctl-status.

           select optional run-status-file assign to "STATFILE"
               organization is line sequential
               file status is ws-runstat-status.

       data division.
       file section.
       fd change-history-file.
           copy CUSTHIST.

       fd extract-control-file.
       01 extract-control-record.
           02  CrmThroughStamp         pic x(16).
           02  CrmRunId                pic x(08).
           02  CrmExtractDate          pic 9(08).
           02  CrmRecordCount          pic 9(09).
           02  CrmHashTotal            pic 9(15).

       fd parm-file.
       01 parm-record                  pic x(80).

       fd crm-extract-file.
       01 crm-extract-record           pic x(220).

       fd run-control-file.
           copy RUNCTL.

       fd run-status-file.
           copy RUNSTAT.

       working-storage section.
       01 ws-chghist-status            pic x(02) value spaces.
       01 ws-control-status            pic x(02) value spaces.
       01 ws-parm-status               pic x(02) value spaces.
       01 ws-extract-status            pic x(02) value spaces.

       01 ws-runctl-status             pic x(02) value spaces.
       01 ws-runctl-eof                pic x value 'N'.
       01 ws-run-id                    pic x(08) value spaces.
       01 ws-runstat-status            pic x(02) value spaces.
       01 ws-stat-start                pic x(16) value spaces.
       01 ws-stat-stamp                pic x(16) value spaces.
       01 ws-stat-date                 pic 9(08) value 0.
       01 ws-stat-time                 pic 9(08) value 0.
       01 ws-run-date                  pic 9(08) value 0.

       01 ws-parm-eof                  pic x value 'N'.
           88 end-of-parms                    value 'Y'.
       01 ws-hist-eof                  pic x value 'N'.
           88 end-of-history                  value 'Y'.

      *    the extract window - changes after ws-window-from, up to
      *    and including ws-window-through.
       01 ws-window-from               pic x(16) value all "0".
       01 ws-window-through            pic x(16) value spaces.
       01 ws-from-override             pic x(16) value spaces.

       01 ws-group-id                  pic x(10) value spaces.
       01 ws-group-changes             pic 9(05) value 0.
       01 ws-first-action              pic x(01) value space.
       01 ws-last-action               pic x(01) value space.
       01 ws-last-before               pic x(180) value spaces.
       01 ws-last-after                pic x(180) value spaces.

       01 ws-delta-action              pic x(01) value space.
       01 ws-delta-image               pic x(180) value spaces.
       01 ws-delta-rec redefines ws-delta-image.
           02  DlCustomerId            pic x(10).
           02  DlLastname              pic x(20).
           02  DlFirstname             pic x(20).
           02  DlMiddlename            pic x(20).
           02  DlAddrLine1             pic x(26).
           02  DlAddrLine2             pic x(26).
           02  DlAddrCity              pic x(15).
           02  DlAddrState             pic x(02).
           02  DlAddrPostalCode        pic x(10).
           02  DlAddrCountry           pic x(20).
           02  DlAddrCountryCode       pic x(02).
           02  DlCustomerStatus        pic x(01).
           02  DlStatusDate            pic x(08).

       01 ws-out-pointer               pic 9(03) value 0.
       01 ws-id-sub                    pic 9(02) value 0.
       01 ws-id-digit                  pic 9(01) value 0.
       01 ws-id-number                 pic 9(10) value 0.
       01 ws-hash-total                pic 9(15) value 0.

       01 ws-history-read              pic 9(09) value 0.
       01 ws-window-changes            pic 9(09) value 0.
       01 ws-records-written           pic 9(09) value 0.
       01 ws-adds-written              pic 9(09) value 0.
       01 ws-changes-written           pic 9(09) value 0.
       01 ws-deletes-written           pic 9(09) value 0.
       01 ws-netted-out                pic 9(09) value 0.

       procedure division.
       Z000-extract-crm-delta.
           accept ws-run-date from date yyyymmdd
           perform Z040-stamp-start-status
           perform Z050-read-run-control
           perform Z060-read-extract-control
           perform Z070-read-parameters
           perform Z080-open-files
           perform Z500-write-header

           perform Z100-read-history
           perform until end-of-history
              perform Z200-process-customer
           end-perform
           close change-history-file

           perform Z600-write-trailer
           perform Z700-close-and-advance
           display "CRMEXT: WINDOW " ws-window-from " TO "
              ws-window-through
           display "CRMEXT: CHANGES IN WINDOW " ws-window-changes
              " RECORDS WRITTEN " ws-records-written
              " NETTED OUT " ws-netted-out
           perform Z950-write-run-status
           stop run.

      *    the step's start stamp is also the top of the window.
       Z040-stamp-start-status.
           accept ws-stat-date from date yyyymmdd
           accept ws-stat-time from time
           move ws-stat-date to ws-stat-start(1:8)
           move ws-stat-time to ws-stat-start(9:8)
           move ws-stat-start to ws-window-through.

       Z050-read-run-control.
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

       Z060-read-extract-control.
           open input extract-control-file
           if ws-control-status = "00"
              read extract-control-file
                 at end
                    display "CRMEXT: EXTRACT CONTROL FILE IS EMPTY"
                       " - EXTRACTING THE WHOLE HISTORY"
                 not at end
                    move CrmThroughStamp to ws-window-from
              end-read
              close extract-control-file
           else
              display "CRMEXT: NO EXTRACT CONTROL FILE, STATUS="
                 ws-control-status " - EXTRACTING THE WHOLE HISTORY"
           end-if.

       Z070-read-parameters.
           open input parm-file
           if ws-parm-status = "00"
              perform until end-of-parms
                 read parm-file
                    at end set end-of-parms to true
                    not at end
                       if parm-record(1:5) = "FROM="
                          move parm-record(6:16) to ws-from-override
                          inspect ws-from-override
                             replacing all space by "0"
                       end-if
                 end-read
              end-perform
              close parm-file
           end-if
           if ws-from-override not = spaces
              if ws-from-override is numeric
                 move ws-from-override to ws-window-from
                 display "CRMEXT: FROM= OVERRIDE - EXTRACTING FROM "
                    ws-window-from
              else
                 display "CRMEXT: FROM= CARD NOT NUMERIC - IGNORED"
              end-if
           end-if.

       Z080-open-files.
           open input change-history-file
           if ws-chghist-status not = "00"
              display
                 "CRMEXT: UNABLE TO OPEN CHGHIST, STATUS="
                 ws-chghist-status
              move 16 to return-code
              stop run
           end-if
           open output crm-extract-file
           if ws-extract-status not = "00"
              display
                 "CRMEXT: UNABLE TO OPEN CRMOUT, STATUS="
                 ws-extract-status
              move 16 to return-code
              stop run
           end-if.

       Z100-read-history.
           read change-history-file next record
              at end set end-of-history to true
              not at end add 1 to ws-history-read
           end-read
           if ws-chghist-status not = "00"
                 and ws-chghist-status not = "02"
                 and ws-chghist-status not = "10"
              display
                 "CRMEXT: READ OF CHGHIST FAILED, STATUS="
                 ws-chghist-status
              move 16 to return-code
              stop run
           end-if.

      *    the history is keyed by CustomerId then change time, so
      *    one customer's changes arrive together and in order.
       Z200-process-customer.
           move ChgCustomerId to ws-group-id
           move 0 to ws-group-changes
           move space to ws-first-action
           move space to ws-last-action
           perform until end-of-history
                 or ChgCustomerId not = ws-group-id
              if ChgDateTime > ws-window-from
                    and ChgDateTime not > ws-window-through
                    and ChgMasterEntry
                 perform Z250-note-change
              end-if
              perform Z100-read-history
           end-perform
           if ws-group-changes > 0
              perform Z300-write-customer-delta
           end-if.

       Z250-note-change.
           add 1 to ws-window-changes
           if ws-group-changes = 0
              move ChgAction to ws-first-action
           end-if
           add 1 to ws-group-changes
           move ChgAction to ws-last-action
           move ChgBeforeImage to ws-last-before
           move ChgAfterImage to ws-last-after.

       Z300-write-customer-delta.
           evaluate true
              when ws-last-action = 'D' and ws-first-action = 'A'
                 add 1 to ws-netted-out
              when ws-last-action = 'D'
                 move 'D' to ws-delta-action
                 move ws-last-before to ws-delta-image
                 add 1 to ws-deletes-written
                 perform Z350-write-detail
              when ws-first-action = 'A'
                 move 'A' to ws-delta-action
                 move ws-last-after to ws-delta-image
                 add 1 to ws-adds-written
                 perform Z350-write-detail
              when other
                 move 'C' to ws-delta-action
                 move ws-last-after to ws-delta-image
                 add 1 to ws-changes-written
                 perform Z350-write-detail
           end-evaluate.

      *    a stray delimiter in a name or address line would shift
      *    every field after it on the receiving side.
       Z350-write-detail.
           inspect ws-delta-image replacing all "|" by space
           move spaces to crm-extract-record
           move 1 to ws-out-pointer
           string ws-delta-action delimited by size
                  "|" delimited by size
                  function trim(DlCustomerId trailing)
                     delimited by size
                  "|" delimited by size
                  function trim(DlLastname trailing)
                     delimited by size
                  "|" delimited by size
                  function trim(DlFirstname trailing)
                     delimited by size
                  "|" delimited by size
                  function trim(DlMiddlename trailing)
                     delimited by size
                  "|" delimited by size
                  function trim(DlAddrLine1 trailing)
                     delimited by size
                  "|" delimited by size
                  function trim(DlAddrLine2 trailing)
                     delimited by size
                  "|" delimited by size
                  function trim(DlAddrCity trailing)
                     delimited by size
                  "|" delimited by size
                  function trim(DlAddrState trailing)
                     delimited by size
                  "|" delimited by size
                  function trim(DlAddrPostalCode trailing)
                     delimited by size
                  "|" delimited by size
                  function trim(DlAddrCountry trailing)
                     delimited by size
                  "|" delimited by size
                  function trim(DlAddrCountryCode trailing)
                     delimited by size
                  "|" delimited by size
                  function trim(DlCustomerStatus trailing)
                     delimited by size
                  "|" delimited by size
                  function trim(DlStatusDate trailing)
                     delimited by size
                  "|" delimited by size
                  ws-run-id delimited by size
              into crm-extract-record
              with pointer ws-out-pointer
           end-string
           perform Z400-add-to-hash
           add 1 to ws-records-written
           perform Z450-write-extract-record.

       Z400-add-to-hash.
           move 0 to ws-id-number
           perform varying ws-id-sub from 1 by 1
                 until ws-id-sub > 10
              if DlCustomerId(ws-id-sub:1) is numeric
                 move DlCustomerId(ws-id-sub:1) to ws-id-digit
                 compute ws-id-number = ws-id-number * 10
                    + ws-id-digit
              end-if
           end-perform
           add ws-id-number to ws-hash-total.

       Z450-write-extract-record.
           write crm-extract-record
           if ws-extract-status not = "00"
              display
                 "CRMEXT: WRITE TO CRMOUT FAILED, STATUS="
                 ws-extract-status
              move 16 to return-code
              stop run
           end-if.

       Z500-write-header.
           move spaces to crm-extract-record
           string "H|CRMDELTA|" delimited by size
                  ws-run-id delimited by size
                  "|" delimited by size
                  ws-window-from delimited by size
                  "|" delimited by size
                  ws-window-through delimited by size
                  "|" delimited by size
                  ws-run-date delimited by size
              into crm-extract-record
           end-string
           perform Z450-write-extract-record.

       Z600-write-trailer.
           move spaces to crm-extract-record
           string "T|" delimited by size
                  ws-records-written delimited by size
                  "|" delimited by size
                  ws-adds-written delimited by size
                  "|" delimited by size
                  ws-changes-written delimited by size
                  "|" delimited by size
                  ws-deletes-written delimited by size
                  "|" delimited by size
                  ws-hash-total delimited by size
              into crm-extract-record
           end-string
           perform Z450-write-extract-record.

      *    the window only moves once the extract is safely closed.
       Z700-close-and-advance.
           close crm-extract-file
           if ws-extract-status not = "00"
              display
                 "CRMEXT: CLOSE OF CRMOUT FAILED, STATUS="
                 ws-extract-status " - CONTROL FILE NOT ADVANCED"
              move 16 to return-code
              stop run
           end-if
           open output extract-control-file
           if ws-control-status not = "00"
              display
                 "CRMEXT: UNABLE TO OPEN CRMCTL, STATUS="
                 ws-control-status " - CONTROL FILE NOT ADVANCED"
              move 16 to return-code
              stop run
           end-if
           move ws-window-through to CrmThroughStamp
           move ws-run-id to CrmRunId
           move ws-run-date to CrmExtractDate
           move ws-records-written to CrmRecordCount
           move ws-hash-total to CrmHashTotal
           write extract-control-record
           if ws-control-status not = "00"
              display
                 "CRMEXT: WRITE TO CRMCTL FAILED, STATUS="
                 ws-control-status " - CONTROL FILE NOT ADVANCED"
              move 16 to return-code
              stop run
           end-if
           close extract-control-file.

       Z950-write-run-status.
           accept ws-stat-date from date yyyymmdd
           accept ws-stat-time from time
           move ws-stat-date to ws-stat-stamp(1:8)
           move ws-stat-time to ws-stat-stamp(9:8)
           open extend run-status-file
           if ws-runstat-status not = "00"
                 and ws-runstat-status not = "05"
              display
                 "CRMEXT: UNABLE TO OPEN STATFILE, STATUS="
                 ws-runstat-status
           else
              move ws-run-id to StatRunId
              move "CRMEXT" to StatProgram
              move ws-stat-start to StatStartStamp
              move ws-stat-stamp to StatEndStamp
              move ws-window-changes to StatRecordsIn
              move ws-records-written to StatRecordsOut
              move 0 to StatReturnCode
              write RunStatusRecord
              close run-status-file
           end-if.
