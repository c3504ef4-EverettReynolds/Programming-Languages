      *    report is the 6am operator's first stop instead of the
      *    JES output. The per-step elapsed times, kept run over
      *    run, show which step is eating the batch window as the
      *    master grows. A closing line sets the night's paper labels
      *    and email notices against the eligible customers custlbl
      *    counted, and flags any gap between them.
      *    A night restarted from its failed step (runrst) carries
      *    a RUNRST record in the status file for each restart.
      *    Every record after it belongs to the next attempt, so
      *    a step that ran in both attempts prints twice - the
      *    earlier attempt, then the rerun flagged RESTARTED - and
      *    the total elapsed time is the whole night, every
      *    attempt included.

       environment division.
       input-output section.
      *    record that never arrives flags its step below.
       01 ws-step-names.
           05 filler pic x(08) value "RUNCTL".
           05 filler pic x(08) value "CHGAPRV".
           05 filler pic x(08) value "CUSTMNT".
           05 filler pic x(08) value "CUSTPEND".
           05 filler pic x(08) value "TREAD".
           05 filler pic x(08) value "CUSTDUP".
           05 filler pic x(08) value "DNMMNT".
           05 filler pic x(08) value "ADDRSTD".
           05 filler pic x(08) value "CUSTBAL".
           05 filler pic x(08) value "CUSTLBL".
           05 filler pic x(08) value "ENOTIFY".
           05 filler pic x(08) value "CRMEXT".
           05 filler pic x(08) value "PRESORT".
           05 filler pic x(08) value "MYADDR".
           05 filler pic x(08) value "POSTCOST".
           05 filler pic x(08) value "RECON".
       01 ws-step-name-table redefines ws-step-names.
           05 ws-step-name occurs 16 times
                           pic x(08).
      *    the latest record for each step, and the one before it
      *    when a restart ran the step again.
       01 ws-step-table.
           02 ws-step-entry occurs 16 times.
              03 ws-stp-found          pic x(01).
              03 ws-stp-attempt        pic 9(02).
              03 ws-stp-start          pic x(16).
              03 ws-stp-end            pic x(16).
              03 ws-stp-elapsed        pic 9(09).
              03 ws-stp-in             pic 9(07).
              03 ws-stp-out            pic 9(07).
              03 ws-stp-rc             pic 9(04).
              03 ws-stp-prior-found    pic x(01).
              03 ws-stp-prior-attempt  pic 9(02).
              03 ws-stp-prior-start    pic x(16).
              03 ws-stp-prior-end      pic x(16).
              03 ws-stp-prior-elapsed  pic 9(09).
              03 ws-stp-prior-in       pic 9(07).
              03 ws-stp-prior-out      pic 9(07).
              03 ws-stp-prior-rc       pic 9(04).
      *    one byte per step above - S marks a side step whose
      *    counts are not part of the record flow (approvals, the
      *    do-not-mail load, the master balancing, the email
      *    notices, the CRM delta, the postage pricing), so the
      *    next step's PREV OUT still shows the last flow step's
      *    records out.
       01 ws-step-kinds                pic x(16)
                                       value "FSFFFFSFSFSSFFSF".
       01 ws-step-count                pic 9(02) value 16.
      *    CUSTLBL and ENOTIFY entries above - the paper labels plus
      *    the email notices must add up to the eligible customers
      *    custlbl posts as ENOTIFY records in.
       01 ws-label-step                pic 9(02) value 10.
       01 ws-notice-step               pic 9(02) value 11.
       01 ws-step-sub                  pic 9(02) value 0.
       01 ws-step-hit                  pic 9(02) value 0.

              03 ws-ext-out            pic 9(07).
              03 ws-ext-rc             pic 9(04).

      *    one entry per RUNRST record - each opens the next
      *    attempt at the night.
       01 ws-attempt-number            pic 9(02) value 1.
       01 ws-restart-limit             pic 9(02) value 9.
       01 ws-restart-count             pic 9(02) value 0.
       01 ws-restart-sub               pic 9(02) value 0.
       01 ws-restart-table.
           02 ws-restart-entry occurs 9 times.
              03 ws-rst-attempt        pic 9(02).
              03 ws-rst-start          pic x(16).
              03 ws-rst-end            pic x(16).
              03 ws-rst-elapsed        pic 9(09).
              03 ws-rst-skipped        pic 9(07).

       01 ws-run-id                    pic x(08) value spaces.
       01 ws-runid-mismatch            pic x value 'N'.
       01 ws-records-read              pic 9(05) value 0.
       01 ws-hms-minutes               pic 9(02) value 0.
       01 ws-hms-seconds               pic 9(02) value 0.
       01 ws-hms-display               pic x(09) value spaces.
       01 ws-line-start                pic x(16) value spaces.
       01 ws-line-end                  pic x(16) value spaces.

       01 ws-run-date                  pic 9(08) value 0.
       01 ws-report-header-1.
           02  hdr-run-id              pic x(08).
       01 ws-report-header-3.
           02  filler                  pic x(10) value "STEP".
           02  filler                  pic x(05) value "ATT".
           02  filler                  pic x(10) value "START".
           02  filler                  pic x(10) value "END".
           02  filler                  pic x(11) value "ELAPSED".

       01 ws-report-detail.
           02  dtl-step                pic x(10).
           02  dtl-attempt             pic z9.
           02  filler                  pic x(03) value spaces.
           02  dtl-start               pic x(10).
           02  dtl-end                 pic x(10).
           02  dtl-elapsed             pic x(11).
           02  filler                  pic x(16) value
               "TOTAL ELAPSED.:".
           02  tot-elapsed             pic x(09).
           02  filler                  pic x(16) value
               "   ATTEMPTS...:".
           02  tot-attempts            pic z9.
       01 ws-report-total-2.
           02  filler                  pic x(16) value
               "ELIGIBLE......:".
           02  tot-eligible            pic zzz,zz9.
           02  filler                  pic x(12) value
               "   PAPER...:".
           02  tot-paper               pic zzz,zz9.
           02  filler                  pic x(12) value
               "   EMAIL...:".
           02  tot-email               pic zzz,zz9.
           02  filler                  pic x(04) value spaces.
           02  tot-delivery-flag       pic x(41).

       procedure division.
       U000-summarize-the-run.
                 end-if
              end-if
           end-if
           if StatProgram = "RUNRST"
              perform U250-post-restart-record
           else
              perform U210-post-step-record
           end-if.

       U210-post-step-record.
           move 0 to ws-step-hit
           perform varying ws-step-sub from 1 by 1
                 until ws-step-sub > ws-step-count
              end-if
           end-perform
           if ws-step-hit > 0
              perform U220-record-elapsed-time
              add ws-elapsed-seconds to ws-total-seconds
              if ws-stp-found(ws-step-hit) = 'Y'
                 move 'Y' to ws-stp-prior-found(ws-step-hit)
                 move ws-stp-attempt(ws-step-hit)
                    to ws-stp-prior-attempt(ws-step-hit)
                 move ws-stp-start(ws-step-hit)
                    to ws-stp-prior-start(ws-step-hit)
                 move ws-stp-end(ws-step-hit)
                    to ws-stp-prior-end(ws-step-hit)
                 move ws-stp-elapsed(ws-step-hit)
                    to ws-stp-prior-elapsed(ws-step-hit)
                 move ws-stp-in(ws-step-hit)
                    to ws-stp-prior-in(ws-step-hit)
                 move ws-stp-out(ws-step-hit)
                    to ws-stp-prior-out(ws-step-hit)
                 move ws-stp-rc(ws-step-hit)
                    to ws-stp-prior-rc(ws-step-hit)
              end-if
              move 'Y' to ws-stp-found(ws-step-hit)
              move ws-attempt-number to ws-stp-attempt(ws-step-hit)
              move StatStartStamp to ws-stp-start(ws-step-hit)
              move StatEndStamp to ws-stp-end(ws-step-hit)
              move ws-elapsed-seconds to ws-stp-elapsed(ws-step-hit)
              move StatRecordsIn to ws-stp-in(ws-step-hit)
              move StatRecordsOut to ws-stp-out(ws-step-hit)
              move StatReturnCode to ws-stp-rc(ws-step-hit)
              end-if
           end-if.

       U220-record-elapsed-time.
           move StatStartStamp to ws-work-stamp
           perform U500-stamp-to-days-seconds
           move ws-work-date to ws-start-days
           move ws-work-secs to ws-start-secs
           move StatEndStamp to ws-work-stamp
           perform U500-stamp-to-days-seconds
           move ws-work-date to ws-end-days
           move ws-work-secs to ws-end-secs
           compute ws-elapsed-seconds =
              (ws-end-days - ws-start-days) * 86400
              + ws-end-secs - ws-start-secs
           if ws-elapsed-seconds < 0
              move 0 to ws-elapsed-seconds
           end-if.

      *    runrst writes its record as a restart begins - the
      *    records after it are the next attempt's.
       U250-post-restart-record.
           add 1 to ws-attempt-number
           perform U220-record-elapsed-time
           add ws-elapsed-seconds to ws-total-seconds
           if ws-restart-count < ws-restart-limit
              add 1 to ws-restart-count
              move ws-attempt-number
                 to ws-rst-attempt(ws-restart-count)
              move StatStartStamp to ws-rst-start(ws-restart-count)
              move StatEndStamp to ws-rst-end(ws-restart-count)
              move ws-elapsed-seconds
                 to ws-rst-elapsed(ws-restart-count)
              move StatRecordsOut
                 to ws-rst-skipped(ws-restart-count)
           end-if.

       U300-print-summary.
           open output report-file
           if ws-report-status not = "00"
              perform U400-print-one-step
           end-perform

           perform varying ws-restart-sub from 1 by 1
                 until ws-restart-sub > ws-restart-count
              perform U470-print-one-restart
           end-perform

           perform varying ws-extra-sub from 1 by 1
                 until ws-extra-sub > ws-extra-count
              perform U450-print-one-extra
           move ws-total-seconds to ws-elapsed-seconds
           perform U600-format-elapsed-time
           move ws-hms-display to tot-elapsed
           move ws-attempt-number to tot-attempts
           write report-record from ws-report-total-1
              after advancing 2 lines
           if ws-stp-found(ws-label-step) = 'Y'
                 and ws-stp-found(ws-notice-step) = 'Y'
              perform U700-print-delivery-split
           end-if
           close report-file.

       U400-print-one-step.
           if ws-stp-prior-found(ws-step-sub) = 'Y'
              perform U420-print-prior-attempt
           end-if
           move spaces to ws-report-detail
           move ws-step-name(ws-step-sub) to dtl-step
           if ws-stp-found(ws-step-sub) = 'Y'
              move ws-stp-attempt(ws-step-sub) to dtl-attempt
              move ws-stp-start(ws-step-sub) to ws-line-start
              move ws-stp-end(ws-step-sub) to ws-line-end
              perform U410-format-start-end
              move ws-stp-elapsed(ws-step-sub) to ws-elapsed-seconds
              perform U600-format-elapsed-time
              move ws-hms-display to dtl-elapsed
              move ws-stp-in(ws-step-sub) to dtl-recs-in
              move ws-stp-out(ws-step-sub) to dtl-recs-out
              if ws-prev-found = 'Y'
                    and ws-step-kinds(ws-step-sub:1) not = 'S'
                 move ws-prev-out to dtl-prev-out
              end-if
              move ws-stp-rc(ws-step-sub) to dtl-rc
              evaluate true
                 when ws-stp-rc(ws-step-sub) > 4
                    move "** CHECK RETURN CODE **" to dtl-flag
                 when ws-stp-attempt(ws-step-sub) > 1
                    move "RESTARTED" to dtl-flag
                 when other
                    move spaces to dtl-flag
              end-evaluate
              if ws-step-kinds(ws-step-sub:1) not = 'S'
                 move 'Y' to ws-prev-found
                 move ws-stp-out(ws-step-sub) to ws-prev-out
              end-if
           else
              move "** FAILED OR SKIPPED **" to dtl-flag
              if ws-step-kinds(ws-step-sub:1) not = 'S'
                 move 'N' to ws-prev-found
              end-if
           end-if
           perform U480-write-detail-line.

       U410-format-start-end.
           move ws-line-start(9:2) to dtl-start(1:2)
           move ":" to dtl-start(3:1)
           move ws-line-start(11:2) to dtl-start(4:2)
           move ":" to dtl-start(6:1)
           move ws-line-start(13:2) to dtl-start(7:2)
           move ws-line-end(9:2) to dtl-end(1:2)
           move ":" to dtl-end(3:1)
           move ws-line-end(11:2) to dtl-end(4:2)
           move ":" to dtl-end(6:1)
           move ws-line-end(13:2) to dtl-end(7:2).

      *    the step's run in the attempt before the restart - it
      *    stays on the report so the elapsed history shows both.
       U420-print-prior-attempt.
           move spaces to ws-report-detail
           move ws-step-name(ws-step-sub) to dtl-step
           move ws-stp-prior-attempt(ws-step-sub) to dtl-attempt
           move ws-stp-prior-start(ws-step-sub) to ws-line-start
           move ws-stp-prior-end(ws-step-sub) to ws-line-end
           perform U410-format-start-end
           move ws-stp-prior-elapsed(ws-step-sub)
              to ws-elapsed-seconds
           perform U600-format-elapsed-time
           move ws-hms-display to dtl-elapsed
           move ws-stp-prior-in(ws-step-sub) to dtl-recs-in
           move ws-stp-prior-out(ws-step-sub) to dtl-recs-out
           move ws-stp-prior-rc(ws-step-sub) to dtl-rc
           move "EARLIER ATTEMPT" to dtl-flag
           perform U480-write-detail-line.

       U450-print-one-extra.
           move spaces to ws-report-detail
           write report-record from ws-report-detail
              after advancing 1 line.

       U470-print-one-restart.
           move spaces to ws-report-detail
           move "RUNRST" to dtl-step
           move ws-rst-attempt(ws-restart-sub) to dtl-attempt
           move ws-rst-start(ws-restart-sub) to ws-line-start
           move ws-rst-end(ws-restart-sub) to ws-line-end
           perform U410-format-start-end
           move ws-rst-elapsed(ws-restart-sub) to ws-elapsed-seconds
           perform U600-format-elapsed-time
           move ws-hms-display to dtl-elapsed
           move ws-rst-skipped(ws-restart-sub) to dtl-recs-out
           move "RESTART - STEPS SKIPPED" to dtl-flag
           perform U480-write-detail-line.

       U480-write-detail-line.
           write report-record from ws-report-detail
              after advancing 1 line
           if ws-report-status not = "00"
              display
                 "RUNSUMM: WRITE TO OPSRPT FAILED, STATUS="
                 ws-report-status
              move 16 to return-code
              stop run
           end-if.

       U500-stamp-to-days-seconds.
           if ws-work-stamp(1:8) is numeric
              move ws-work-stamp(1:8) to ws-work-date
           move ws-hms-minutes to ws-hms-display(5:2)
           move ":" to ws-hms-display(7:1)
           move ws-hms-seconds to ws-hms-display(8:2).

      *    every eligible customer goes out on exactly one channel,
      *    so a gap here means custlbl lost or doubled someone.
       U700-print-delivery-split.
           move ws-stp-in(ws-notice-step) to tot-eligible
           move ws-stp-out(ws-label-step) to tot-paper
           move ws-stp-out(ws-notice-step) to tot-email
           if ws-stp-out(ws-label-step) + ws-stp-out(ws-notice-step)
                 not = ws-stp-in(ws-notice-step)
              move "** PAPER + EMAIL NOT EQUAL TO ELIGIBLE **"
                 to tot-delivery-flag
           else
              move spaces to tot-delivery-flag
           end-if
           write report-record from ws-report-total-2
              after advancing 1 line.
