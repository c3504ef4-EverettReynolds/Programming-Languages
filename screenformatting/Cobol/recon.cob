      *    just reporting a total that is off by three. In a
      *    householded run (EXTPARM HOUSEHOLD=Y, matching STEP015)
      *    customers on the suppression list are expected to be
      *    absent from the extract and are not reported. Customers
      *    custlbl withheld for the do-not-mail list are on its
      *    suppression log (DNMLOG.CPY) in every run, householded
      *    or not - they are counted as expected suppressions, and
      *    a log stamped for another run fails the RunId check.
      *    Customers custlbl routed to email are on the electronic
      *    -notification extract (ENOTREC.CPY) instead of the
      *    recipient file and have no audit record; they are matched
      *    there, and the summary proves paper recipients plus
      *    electronic notices equal the eligible active customers.

       environment division.
       input-output section.
               organization is indexed
               access mode is sequential
               record key is CustomerId
               alternate record key is CustNameKey with duplicates
               alternate record key is AddrPostalCode
                   with duplicates
               file status is ws-customer-status.

           select optional parm-file assign to "EXTPARM"
               organization is line sequential
               file status is ws-suppress-status.

           select optional dnm-log-file assign to "DNMLOG"
               organization is line sequential
               file status is ws-dnm-log-status.

           select notice-file assign to "ENOTFILE"
               organization is line sequential
               file status is ws-notice-status.

           select discrepancy-file assign to "DISCFILE"
               organization is line sequential
               file status is ws-discrepancy-status.
       fd recipient-file.
           copy LABELREC.

       fd notice-file.
           copy ENOTREC.

       fd audit-file.
           copy AUDITREC.

           02  SuppCustomerId          pic x(10).
           02  SuppType                pic x(01).

       fd dnm-log-file.
           copy DNMLOG.

       fd discrepancy-file.
       01 discrepancy-record.
           02  DiscCustomerId          pic x(10).
       01 ws-exception-status          pic x(02) value spaces.
       01 ws-recipient-status          pic x(02) value spaces.
       01 ws-audit-status              pic x(02) value spaces.
       01 ws-notice-status             pic x(02) value spaces.
       01 ws-customer-status           pic x(02) value spaces.
       01 ws-parm-status               pic x(02) value spaces.
       01 ws-suppress-status           pic x(02) value spaces.
       01 ws-discrepancy-status        pic x(02) value spaces.
       01 ws-dnm-log-status            pic x(02) value spaces.
       01 ws-runstat-status            pic x(02) value spaces.
       01 ws-stat-start                pic x(16) value spaces.
       01 ws-stat-stamp                pic x(16) value spaces.
           88 end-of-exceptions               value 'Y'.
       01 ws-recipient-eof             pic x value 'N'.
           88 end-of-recipients               value 'Y'.
       01 ws-notice-eof                pic x value 'N'.
           88 end-of-notices                  value 'Y'.
       01 ws-audit-eof                 pic x value 'N'.
           88 end-of-audit                     value 'Y'.
       01 ws-customer-eof              pic x value 'N'.
           88 end-of-parms                    value 'Y'.
       01 ws-suppress-eof              pic x value 'N'.
           88 end-of-suppressions             value 'Y'.
       01 ws-dnm-log-eof               pic x value 'N'.
           88 end-of-dnm-log                  value 'Y'.

       01 ws-run-id                    pic x(08) value spaces.
       01 ws-runid-mismatch            pic x value 'N'.
              03 ws-recip-id           pic x(10).
              03 ws-recip-matched      pic x(01).

       01 ws-notice-limit              pic 9(05) value 20000.
       01 ws-notice-count              pic 9(05) value 0.
       01 ws-notice-sub                pic 9(05) value 0.
       01 ws-notice-found              pic x value 'N'.
       01 ws-notice-table.
           02 ws-notice-entry occurs 20000 times.
              03 ws-notice-id          pic x(10).
              03 ws-notice-matched     pic x(01).

       01 ws-audit-limit               pic 9(05) value 20000.
       01 ws-audit-count               pic 9(05) value 0.
       01 ws-audit-sub                 pic 9(05) value 0.
           02 ws-supp-id occurs 5000 times
                         pic x(10).

       01 ws-dnm-limit                 pic 9(04) value 5000.
       01 ws-dnm-count                 pic 9(04) value 0.
       01 ws-dnm-sub                   pic 9(04) value 0.
       01 ws-dnm-found                 pic x value 'N'.
       01 ws-dnm-table.
           02 ws-dnm-id occurs 5000 times
                        pic x(10).
       01 ws-dnm-expected              pic 9(07) value 0.

       01 ws-masters-read              pic 9(07) value 0.
       01 ws-actives-checked           pic 9(07) value 0.
       01 ws-discrepancy-count         pic 9(07) value 0.
       01 ws-electronic-matched        pic 9(07) value 0.
       01 ws-delivered-total           pic 9(07) value 0.

       procedure division.
       C000-reconcile-label-run.
           if household-mode
              perform C030-load-suppression-table
           end-if
           perform C040-load-dnm-log
           open output discrepancy-file
           if ws-discrepancy-status not = "00"
              display
           end-if
           perform C100-read-exception-file
           perform C150-load-recipient-table
           perform C170-load-notice-table
           perform C200-read-audit-file
           if not run-ids-mismatched
              perform C300-match-master-details
              perform C400-report-orphan-recipients
              perform C420-report-orphan-notices
              perform C450-report-orphan-audits
           else
              display
           end-perform
           close suppress-file.

       C040-load-dnm-log.
           open input dnm-log-file
           if ws-dnm-log-status not = "00"
                 and ws-dnm-log-status not = "05"
              display
                 "RECON: UNABLE TO OPEN DNMLOG, STATUS="
                 ws-dnm-log-status
              move 16 to return-code
              stop run
           end-if
           perform until end-of-dnm-log
              read dnm-log-file
                 at end set end-of-dnm-log to true
                 not at end
                    if DnmLogRunId not = ws-run-id
                       set run-ids-mismatched to true
                    end-if
                    if ws-dnm-count >= ws-dnm-limit
                       display
                          "RECON: MORE THAN " ws-dnm-limit
                          " DO-NOT-MAIL SUPPRESSIONS - INCREASE TABLE"
                       move 16 to return-code
                       stop run
                    end-if
                    add 1 to ws-dnm-count
                    move DnmLogCustomerId to ws-dnm-id(ws-dnm-count)
              end-read
           end-perform
           close dnm-log-file.

       C100-read-exception-file.
           open input exception-file
           if ws-exception-status not = "00"
              move 'N' to ws-recip-matched(ws-recip-count)
           end-if.

       C170-load-notice-table.
           open input notice-file
           if ws-notice-status not = "00"
              display
                 "RECON: UNABLE TO OPEN ENOTFILE, STATUS="
                 ws-notice-status
              move 16 to ws-return-code
           else
              perform until end-of-notices
                 read notice-file
                    at end set end-of-notices to true
                    not at end perform C180-load-one-notice
                 end-read
              end-perform
              close notice-file
           end-if.

       C180-load-one-notice.
           if EnotRunId not = ws-run-id
              set run-ids-mismatched to true
           end-if
           if ws-notice-count >= ws-notice-limit
              display
                 "RECON: MORE THAN " ws-notice-limit
                 " ELECTRONIC NOTICES - INCREASE TABLE"
              move 16 to return-code
              stop run
           end-if
           add 1 to ws-notice-count
           move EnotCustomerId to ws-notice-id(ws-notice-count)
           move 'N' to ws-notice-matched(ws-notice-count).

       C200-read-audit-file.
           open input audit-file
           if ws-audit-status not = "00"
           else
              move 'N' to ws-supp-found
           end-if
           if ws-supp-found = 'N'
              perform C375-check-dnm-log
              if ws-dnm-found = 'Y'
                 add 1 to ws-dnm-expected
                 move 'Y' to ws-supp-found
              end-if
           end-if
           if ws-supp-found = 'N'
              add 1 to ws-actives-checked
              perform C380-find-in-recipient-table
              perform C385-find-in-notice-table
              if ws-notice-found = 'Y'
                 perform C365-match-electronic-master
              else
                 perform C390-find-in-audit-table
              end-if
              if ws-notice-found = 'N'
                    and (ws-recip-found = 'N' or ws-audit-found = 'N')
                 move CustomerId to DiscCustomerId
                 move 'Y' to DiscOnMaster
                 move ws-recip-found to DiscExtracted
              end-if
           end-if.

      *    an emailed customer has no label, so no audit record -
      *    but must not have been given a paper label as well.
       C365-match-electronic-master.
           if ws-recip-found = 'Y'
              move CustomerId to DiscCustomerId
              move 'Y' to DiscOnMaster
              move 'Y' to DiscExtracted
              move 'E' to DiscAudited
              move "ROUTED TO BOTH PAPER AND ELECTRONIC"
                 to DiscReasonText
              perform C500-write-discrepancy
           else
              add 1 to ws-electronic-matched
           end-if.

       C370-check-suppression-list.
           move 'N' to ws-supp-found
           perform varying ws-supp-sub from 1 by 1
              end-if
           end-perform.

       C375-check-dnm-log.
           move 'N' to ws-dnm-found
           perform varying ws-dnm-sub from 1 by 1
                 until ws-dnm-sub > ws-dnm-count
                 or ws-dnm-found = 'Y'
              if ws-dnm-id(ws-dnm-sub) = CustomerId
                 move 'Y' to ws-dnm-found
              end-if
           end-perform.

       C380-find-in-recipient-table.
           move 'N' to ws-recip-found
           perform varying ws-recip-sub from 1 by 1
              end-if
           end-perform.

       C385-find-in-notice-table.
           move 'N' to ws-notice-found
           perform varying ws-notice-sub from 1 by 1
                 until ws-notice-sub > ws-notice-count
                 or ws-notice-found = 'Y'
              if ws-notice-id(ws-notice-sub) = CustomerId
                 move 'Y' to ws-notice-found
                 move 'Y' to ws-notice-matched(ws-notice-sub)
              end-if
           end-perform.

       C390-find-in-audit-table.
           move 'N' to ws-audit-found
           perform varying ws-audit-sub from 1 by 1
              end-if
           end-perform.

       C420-report-orphan-notices.
           perform varying ws-notice-sub from 1 by 1
                 until ws-notice-sub > ws-notice-count
              if ws-notice-matched(ws-notice-sub) = 'N'
                 move ws-notice-id(ws-notice-sub) to DiscCustomerId
                 move 'N' to DiscOnMaster
                 move 'E' to DiscExtracted
                 move space to DiscAudited
                 move "ELECTRONIC BUT NOT ACTIVE ON MASTER"
                    to DiscReasonText
                 perform C500-write-discrepancy
              end-if
           end-perform.

      *    leg three - audited customers never extracted.
       C450-report-orphan-audits.
           perform varying ws-audit-sub from 1 by 1
           display
              "RECON: ACTIVE CUSTOMERS MATCHED.............: "
              ws-actives-checked
           display
              "RECON: DO-NOT-MAIL (EXPECTED SUPPRESSIONS)..: "
              ws-dnm-expected
           display
              "RECON: PAPER RECIPIENTS EXTRACTED...........: "
              ws-recip-count
           display
              "RECON: ELECTRONIC NOTICES EXTRACTED.........: "
              ws-notice-count
           display
              "RECON: ELECTRONIC NOTICES MATCHED...........: "
              ws-electronic-matched
           display
              "RECON: DISCREPANCIES WRITTEN................: "
              ws-discrepancy-count
                 move 8 to ws-return-code
              end-if
           end-if
           compute ws-delivered-total = ws-recip-count + ws-notice-count
           if not run-ids-mismatched
                 and ws-delivered-total not = ws-actives-checked
              display
                 "RECON: *** PAPER + ELECTRONIC NOT EQUAL TO "
                 "ELIGIBLE CUSTOMERS ***"
              if ws-return-code < 8
                 move 8 to ws-return-code
              end-if
           end-if
           if ws-discrepancy-count > 0
              display
                 "RECON: *** SEE DISCREPANCY FILE FOR DETAIL ***"
