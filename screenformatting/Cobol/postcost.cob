      *    postage spend alongside the AUDRPT label volumes
      *    instead of accounting re-keying the qualification
      *    report into a spreadsheet.
      *    Like every step of the nightly stream it appends its
      *    status record to the run-status file as it ends, so a
      *    restarted run knows the history record for this run is
      *    already written and does not price the run twice.

       environment division.
       input-output section.
               organization is line sequential
               file status is ws-history-status.

           select optional run-control-file assign to "RUNCTL"
               organization is line sequential
               file status is ws-runctl-status.

           select optional run-status-file assign to "STATFILE"
               organization is line sequential
               file status is ws-runstat-status.

       data division.
       file section.
       fd rate-card-file.
           02  PshCostForeign          pic 9(07)v99.
           02  PshTotalCost            pic 9(09)v99.

       fd run-control-file.
           copy RUNCTL.

       fd run-status-file.
           copy RUNSTAT.

       working-storage section.
       01 ws-rate-status               pic x(02) value spaces.
       01 ws-counts-status             pic x(02) value spaces.
       01 ws-statement-status          pic x(02) value spaces.
       01 ws-history-status            pic x(02) value spaces.

       01 ws-runctl-status             pic x(02) value spaces.
       01 ws-runctl-eof                pic x value 'N'.
       01 ws-run-id                    pic x(08) value spaces.
       01 ws-runstat-status            pic x(02) value spaces.
       01 ws-stat-start                pic x(16) value spaces.
       01 ws-stat-stamp                pic x(16) value spaces.
       01 ws-stat-date                 pic 9(08) value 0.
       01 ws-stat-time                 pic 9(08) value 0.

       01 ws-rate-eof                  pic x value 'N'.
           88 end-of-rates                    value 'Y'.


       procedure division.
       S000-price-the-run.
           perform S040-stamp-start-status
           perform S050-read-run-control
           perform S100-read-qualification-counts
           perform S200-select-rate-row
           perform S300-compute-postage
           perform S400-print-postage-statement
           perform S500-append-history-record
           close counts-file
           perform S950-write-run-status
           stop run.

       S040-stamp-start-status.
           accept ws-stat-date from date yyyymmdd
           accept ws-stat-time from time
           move ws-stat-date to ws-stat-start(1:8)
           move ws-stat-time to ws-stat-start(9:8).

       S050-read-run-control.
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

      *    the counts record stays open until end of run - the
      *    FD fields are priced and reported from here on.
       S100-read-qualification-counts.
              stop run
           end-if
           close history-file.

      *    a broken status log must not stop the stream - warn
      *    and carry on, and runsumm will show the hole.
       S950-write-run-status.
           accept ws-stat-date from date yyyymmdd
           accept ws-stat-time from time
           move ws-stat-date to ws-stat-stamp(1:8)
           move ws-stat-time to ws-stat-stamp(9:8)
           open extend run-status-file
           if ws-runstat-status not = "00"
                 and ws-runstat-status not = "05"
              display
                 "POSTCOST: UNABLE TO OPEN STATFILE, STATUS="
                 ws-runstat-status
           else
              move ws-run-id to StatRunId
              move "POSTCOST" to StatProgram
              move ws-stat-start to StatStartStamp
              move ws-stat-stamp to StatEndStamp
              move ws-total-pieces to StatRecordsIn
              move 1 to StatRecordsOut
              move 0 to StatReturnCode
              write RunStatusRecord
              close run-status-file
           end-if.
