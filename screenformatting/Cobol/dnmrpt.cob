       identification division.
       program-id.
       dnmrpt.
       author.
           Everett Z. Reynolds.

      *    Do-not-mail compliance report for the night's label run.
      *    Sorts the suppression log custlbl wrote (DNMLOG.CPY) by
      *    list entry and prints, for every opt-out that held back
      *    mail tonight, the entry as it stands on the do-not-mail
      *    file - name, address, source, list reference, effective
      *    and expiry dates - followed by each customer withheld on
      *    it and the count. Totals show the pieces withheld, the
      *    entries that matched, and the split between the
      *    preference feed and individual requests - the record the
      *    compliance review asks for. Log records stamped with a
      *    different RunId than tonight's are flagged.

       environment division.
       input-output section.
       file-control.
           select optional dnm-log-file assign to "DNMLOG"
               organization is line sequential
               file status is ws-dnm-log-status.

           select sort-work-file assign to "SORTWK01".

           select dnm-file assign to "DNMFILE"
               organization is indexed
               access mode is random
               record key is DnmKey
               file status is ws-dnm-status.

           select report-file assign to "DNMRPT"
               organization is line sequential
               file status is ws-report-status.

           select optional run-control-file assign to "RUNCTL"
               organization is line sequential
               file status is ws-runctl-status.

       data division.
       file section.
       fd dnm-log-file.
           copy DNMLOG.

       sd sort-work-file.
       01 sort-record.
           02  SrtNameKey              pic x(40).
           02  SrtAddrKey              pic x(60).
           02  SrtCustomerId           pic x(10).
           02  SrtSource               pic x(01).
           02  SrtListRef              pic x(12).
           02  SrtRunId                pic x(08).

       fd dnm-file.
           copy DNMMAST.

       fd report-file.
       01 report-record                pic x(132).

       fd run-control-file.
           copy RUNCTL.

       working-storage section.
       01 ws-dnm-log-status            pic x(02) value spaces.
       01 ws-dnm-status                pic x(02) value spaces.
       01 ws-report-status             pic x(02) value spaces.
       01 ws-runctl-status             pic x(02) value spaces.
       01 ws-runctl-eof                pic x value 'N'.
       01 ws-run-id                    pic x(08) value spaces.
       01 ws-run-date                  pic 9(08) value 0.

       01 ws-log-eof                   pic x value 'N'.
           88 end-of-log                      value 'Y'.
       01 ws-sort-eof                  pic x value 'N'.
           88 end-of-sorted-log               value 'Y'.

       01 ws-prev-name-key             pic x(40) value low-values.
       01 ws-prev-addr-key             pic x(60) value low-values.
       01 ws-entry-pieces              pic 9(07) value 0.

       01 ws-pieces-withheld           pic 9(07) value 0.
       01 ws-entries-matched           pic 9(07) value 0.
       01 ws-feed-pieces               pic 9(07) value 0.
       01 ws-request-pieces            pic 9(07) value 0.
       01 ws-other-run-pieces          pic 9(07) value 0.

       01 ws-report-header-1.
           02  filler                  pic x(44) value
               "DO-NOT-MAIL COMPLIANCE REPORT".
           02  filler                  pic x(10) value "RUN DATE:".
           02  hdr-run-date            pic 9(08).
           02  filler                  pic x(10) value "  RUN ID:".
           02  hdr-run-id              pic x(08).
       01 ws-report-header-2.
           02  filler                  pic x(13) value "LIST REF".
           02  filler                  pic x(04) value "SRC".
           02  filler                  pic x(21) value "LAST NAME".
           02  filler                  pic x(21) value "FIRST NAME".
           02  filler                  pic x(27) value "ADDRESS".
           02  filler                  pic x(11) value "ZIP".
           02  filler                  pic x(09) value "EFFECT".
           02  filler                  pic x(09) value "EXPIRES".
       01 ws-entry-line.
           02  ent-list-ref            pic x(13).
           02  ent-source              pic x(04).
           02  ent-lastname            pic x(21).
           02  ent-firstname           pic x(21).
           02  ent-addr-line1          pic x(27).
           02  ent-postal-code         pic x(11).
           02  ent-effective           pic x(09).
           02  ent-expiry              pic x(09).
       01 ws-customer-line.
           02  filler                  pic x(06) value spaces.
           02  filler                  pic x(22) value
               "CUSTOMER WITHHELD....:".
           02  cst-customer-id         pic x(12).
           02  cst-run-flag            pic x(32).
       01 ws-entry-total-line.
           02  filler                  pic x(06) value spaces.
           02  filler                  pic x(22) value
               "PIECES ON THIS ENTRY.:".
           02  ett-pieces              pic zzz,zz9.

       01 ws-report-total-1.
           02  filler                  pic x(26) value
               "PIECES WITHHELD.........:".
           02  tot-pieces              pic zzz,zz9.
       01 ws-report-total-2.
           02  filler                  pic x(26) value
               "LIST ENTRIES MATCHED....:".
           02  tot-entries             pic zzz,zz9.
       01 ws-report-total-3.
           02  filler                  pic x(26) value
               "  FROM PREFERENCE FEED..:".
           02  tot-feed-pieces         pic zzz,zz9.
       01 ws-report-total-4.
           02  filler                  pic x(26) value
               "  FROM REQUESTS.........:".
           02  tot-request-pieces      pic zzz,zz9.
       01 ws-report-total-5.
           02  filler                  pic x(26) value
               "LOGGED UNDER OTHER RUN..:".
           02  tot-other-run           pic zzz,zz9.

       procedure division.
       DR000-print-compliance-report.
           accept ws-run-date from date yyyymmdd
           perform DR050-read-run-control
           perform DR060-open-files
           sort sort-work-file
              on ascending key SrtNameKey
                               SrtAddrKey
                               SrtCustomerId
              input procedure is DR100-release-log-records
              output procedure is DR200-print-sorted-log
           perform DR900-print-report-totals
           close dnm-file
           close report-file
           stop run.

       DR050-read-run-control.
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

       DR060-open-files.
           open input dnm-file
           if ws-dnm-status not = "00"
              display
                 "DNMRPT: UNABLE TO OPEN DNMFILE, STATUS="
                 ws-dnm-status
              move 16 to return-code
              stop run
           end-if
           open output report-file
           if ws-report-status not = "00"
              display
                 "DNMRPT: UNABLE TO OPEN DNMRPT, STATUS="
                 ws-report-status
              move 16 to return-code
              stop run
           end-if
           move ws-run-date to hdr-run-date
           move ws-run-id to hdr-run-id
           write report-record from ws-report-header-1
           write report-record from ws-report-header-2
              after advancing 2 lines.

       DR100-release-log-records.
           open input dnm-log-file
           if ws-dnm-log-status not = "00"
                 and ws-dnm-log-status not = "05"
              display
                 "DNMRPT: UNABLE TO OPEN DNMLOG, STATUS="
                 ws-dnm-log-status
              move 16 to return-code
              stop run
           end-if
           perform until end-of-log
              read dnm-log-file
                 at end set end-of-log to true
                 not at end
                    move DnmLogNameKey to SrtNameKey
                    move DnmLogAddrKey to SrtAddrKey
                    move DnmLogCustomerId to SrtCustomerId
                    move DnmLogSource to SrtSource
                    move DnmLogListRef to SrtListRef
                    move DnmLogRunId to SrtRunId
                    release sort-record
              end-read
           end-perform
           close dnm-log-file.

       DR200-print-sorted-log.
           return sort-work-file
              at end set end-of-sorted-log to true
           end-return
           perform until end-of-sorted-log
              if SrtNameKey not = ws-prev-name-key
                    or SrtAddrKey not = ws-prev-addr-key
                 perform DR300-start-new-entry
              end-if
              perform DR400-print-withheld-customer
              return sort-work-file
                 at end set end-of-sorted-log to true
              end-return
           end-perform
           if ws-entries-matched > 0
              perform DR350-print-entry-total
           end-if.

      *    the entry line shows the opt-out as it stands on the
      *    list; the log carries the key, source, and reference
      *    in case the entry has since been changed.
       DR300-start-new-entry.
           if ws-entries-matched > 0
              perform DR350-print-entry-total
           end-if
           add 1 to ws-entries-matched
           move 0 to ws-entry-pieces
           move SrtNameKey to ws-prev-name-key
           move SrtAddrKey to ws-prev-addr-key
           move spaces to ws-entry-line
           move SrtListRef to ent-list-ref
           move SrtSource to ent-source
           move SrtNameKey to DnmNameKey
           move SrtAddrKey to DnmAddrKey
           read dnm-file
           evaluate ws-dnm-status
              when "00"
                 move DnmLastname to ent-lastname
                 move DnmFirstname to ent-firstname
                 move DnmAddrLine1 to ent-addr-line1
                 move DnmPostalCode to ent-postal-code
                 move DnmEffectiveDate to ent-effective
                 move DnmExpiryDate to ent-expiry
              when "23"
                 move "** ENTRY NO LONGER ON LIST **"
                    to ent-addr-line1
              when other
                 display
                    "DNMRPT: READ OF DNMFILE FAILED, STATUS="
                    ws-dnm-status
                 move 16 to return-code
                 stop run
           end-evaluate
           write report-record from ws-entry-line
              after advancing 2 lines
           perform DR850-check-report-write.

       DR350-print-entry-total.
           move ws-entry-pieces to ett-pieces
           write report-record from ws-entry-total-line
              after advancing 1 line
           perform DR850-check-report-write.

       DR400-print-withheld-customer.
           add 1 to ws-entry-pieces
           add 1 to ws-pieces-withheld
           if SrtSource = 'F'
              add 1 to ws-feed-pieces
           else
              add 1 to ws-request-pieces
           end-if
           move SrtCustomerId to cst-customer-id
           move spaces to cst-run-flag
           if SrtRunId not = ws-run-id
              add 1 to ws-other-run-pieces
              move "** LOGGED UNDER RUN ID "
                 to cst-run-flag
              move SrtRunId to cst-run-flag(24:8)
           end-if
           write report-record from ws-customer-line
              after advancing 1 line
           perform DR850-check-report-write.

       DR850-check-report-write.
           if ws-report-status not = "00"
              display
                 "DNMRPT: WRITE TO DNMRPT FAILED, STATUS="
                 ws-report-status
              move 16 to return-code
              stop run
           end-if.

       DR900-print-report-totals.
           move ws-pieces-withheld to tot-pieces
           move ws-entries-matched to tot-entries
           move ws-feed-pieces to tot-feed-pieces
           move ws-request-pieces to tot-request-pieces
           move ws-other-run-pieces to tot-other-run
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
