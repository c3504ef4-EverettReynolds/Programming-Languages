       01 sort-record.
           02  SrtGroupFlag            pic x(01).
           02  SrtPostalCode           pic x(10).
           02  SrtRecipData            pic x(187).

       fd zip-seq-file.
       01 zip-seq-record.
           02  ZsqGroupFlag            pic x(01).
           02  ZsqPostalCode           pic x(10).
           02  ZsqRecipData            pic x(187).

       fd presort-out-file.
       01 presort-out-record           pic x(187).

       fd zip5-count-file.
       01 zip5-count-record.
      *    of LABELREC.CPY - the monitoring addresses salted into
      *    every mailing to verify delivery times.
       fd seed-file.
       01 seed-record                  pic x(187).

       fd seed-report-file.
       01 seed-report-record           pic x(132).
       01 ws-seeds-injected            pic 9(05) value 0.
       01 ws-seed-table.
           02 ws-seed-entry occurs 100 times.
              03 ws-seed-data          pic x(187).
              03 ws-seed-zip3          pic x(03).
              03 ws-seed-placed        pic x(01).
              03 ws-seed-tray          pic 9(05).
       01 ws-bundle-minimum            pic 9(03) value 10.
       01 ws-tray-minimum              pic 9(03) value 150.

       01 ws-work-recipient            pic x(187).
       01 ws-work-recip-rec redefines ws-work-recipient.
           02  WrkCustomerId           pic x(10).
           02  WrkLastname             pic x(20).
           02  WrkCountry              pic x(20).
           02  WrkCountryCode          pic x(02).
           02  WrkRunId                pic x(08).
           02  WrkCampaign             pic x(08).

       01 ws-separator-record          pic x(187).
       01 ws-separator-rec redefines ws-separator-record.
           02  SepCustomerId           pic x(10).
           02  SepTitle                pic x(20).
           02  SepDetail-1             pic x(20).
           02  SepDetail-2             pic x(20).
           02  filler                  pic x(117).

      *    zip group piece counts live on two small work files in
      *    the same sorted order as the zip sequence - one record
       01 ws-sep-number-display        pic 9(05) value 0.

       01 ws-run-date                  pic 9(08) value 0.
      *    the date the counts are priced and posted under - the
      *    run's own date off the run-control record, so a run
      *    that crosses midnight or is restarted next morning
      *    still posts to the night it belongs to.
       01 ws-counts-run-date           pic 9(08) value 0.
       01 ws-report-header-1.
           02  filler                  pic x(44) value
               "POSTAL PRESORT QUALIFICATION REPORT".
       procedure division.
       K000-presort-recipients.
           accept ws-run-date from date yyyymmdd
           move ws-run-date to ws-counts-run-date
           perform K030-stamp-start-status
           perform K040-read-run-control
           perform K050-read-parm-card
              end-read
              if ws-runctl-eof not = 'Y' and RunId not = spaces
                 move RunId to ws-run-id
                 if RunDateTime(1:8) is numeric
                    move RunDateTime(1:8) to ws-counts-run-date
                 end-if
              end-if
              close run-control-file
           end-if.
              move 16 to return-code
              stop run
           end-if
           move ws-counts-run-date to PsqRunDate
           move ws-pieces-5digit to PsqPieces5
           move ws-pieces-3digit to PsqPieces3
           move ws-pieces-residual to PsqResidual
