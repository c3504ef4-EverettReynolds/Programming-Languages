       identification division.
       program-id.
       runrst.
       author.
           Everett Z. Reynolds.

      *    Restart control for the nightly label stream - the first
      *    step of the job. A normal run (RSTPARM RESTART=N) ends
      *    with return code 0 and every step runs as always; if the
      *    run named on the run-control file never reached a clean
      *    RECON, a warning says so, since a normal run starts a
      *    new RunId and leaves that night unfinished.
      *    RESTART=Y resumes the run on the run-control file under
      *    the same RunId. The run-status file (RUNSTAT.CPY) is
      *    read for that RunId, and a step counts as complete when
      *    its latest status record carries a return code the
      *    stream lets pass (0, or 4 for an accepted CUSTBAL). The
      *    SORT step writes no record of its own and is complete
      *    when PRESORT is. The first step in stream order that is
      *    not complete is where the run restarts, and this step
      *    ends with that step's position in the stream as its
      *    return code:
      *       2 CHGAPRV   3 CUSTMNT   4 CUSTPEND  5 TREAD
      *       6 CUSTDUP   7 DNMMNT    8 ADDRSTD   9 CUSTBAL
      *      10 CUSTLBL  11 SORT     12 PRESORT  13 MYADDR
      *      14 RECON
      *    15 means every step through RECON is complete, and 16
      *    that there is nothing to restart (no RunId on the run
      *    -control file). The job tests the code to bypass the
      *    completed steps, to leave their outputs in place, and to
      *    scratch only the outputs of the steps that run again.
      *    A RUNRST record goes on the run-status file, so runsumm
      *    can tell the attempts apart, and the restart report
      *    shows each step's last record and whether it is skipped
      *    or run again.
      *    A CHECK=program card instead asks about one step off the
      *    main line (CRMEXT, POSTCOST): return code 4 if it has
      *    already ended cleanly for this RunId, otherwise 0, so a
      *    restarted night does not send the CRM delta or price the
      *    run twice.

       environment division.
       input-output section.
       file-control.
           select optional parm-file assign to "RSTPARM"
               organization is line sequential
               file status is ws-parm-status.

           select optional run-control-file assign to "RUNCTL"
               organization is line sequential
               file status is ws-runctl-status.

           select optional run-status-file assign to "STATFILE"
               organization is line sequential
               file status is ws-runstat-status.

           select report-file assign to "RSTRPT"
               organization is line sequential
               file status is ws-report-status.

       data division.
       file section.
       fd parm-file.
       01 parm-record                  pic x(80).

       fd run-control-file.
           copy RUNCTL.

       fd run-status-file.
           copy RUNSTAT.

       fd report-file.
       01 report-record                pic x(132).

       working-storage section.
       01 ws-parm-status               pic x(02) value spaces.
       01 ws-report-status             pic x(02) value spaces.

       01 ws-runctl-status             pic x(02) value spaces.
       01 ws-runctl-eof                pic x value 'N'.
       01 ws-run-id                    pic x(08) value spaces.
       01 ws-run-date-time             pic x(20) value spaces.
       01 ws-runstat-status            pic x(02) value spaces.
       01 ws-stat-start                pic x(16) value spaces.
       01 ws-stat-stamp                pic x(16) value spaces.
       01 ws-stat-date                 pic 9(08) value 0.
       01 ws-stat-time                 pic 9(08) value 0.
       01 ws-run-date                  pic 9(08) value 0.
       01 ws-return-code               pic 9(04) value 0.

       01 ws-parm-eof                  pic x value 'N'.
           88 end-of-parms                    value 'Y'.
       01 ws-restart-flag              pic x value 'N'.
           88 restart-run                     value 'Y'.
       01 ws-check-program             pic x(08) value spaces.
       01 ws-status-eof                pic x value 'N'.
           88 end-of-status                   value 'Y'.

      *    the main line of the stream in run order - JCL step,
      *    program, and the highest return code that lets the
      *    steps after it run.
       01 ws-flow-steps.
           05 filler pic x(17) value "STEP006 RUNCTL  0".
           05 filler pic x(17) value "STEP007 CHGAPRV 0".
           05 filler pic x(17) value "STEP008 CUSTMNT 0".
           05 filler pic x(17) value "STEP009 CUSTPEND0".
           05 filler pic x(17) value "STEP010 TREAD   0".
           05 filler pic x(17) value "STEP012 CUSTDUP 0".
           05 filler pic x(17) value "STEP013 DNMMNT  0".
           05 filler pic x(17) value "STEP014 ADDRSTD 0".
           05 filler pic x(17) value "STEP014ACUSTBAL 4".
           05 filler pic x(17) value "STEP015 CUSTLBL 0".
           05 filler pic x(17) value "STEP018 SORT    0".
           05 filler pic x(17) value "STEP019 PRESORT 0".
           05 filler pic x(17) value "STEP020 MYADDR  0".
           05 filler pic x(17) value "STEP030 RECON   0".
       01 ws-flow-table redefines ws-flow-steps.
           05 ws-flow-entry occurs 14 times.
              10 ws-flow-step          pic x(08).
              10 ws-flow-program       pic x(08).
              10 ws-flow-allowed       pic 9(01).
       01 ws-flow-status-table.
           05 ws-flow-status occurs 14 times.
              10 ws-fst-found          pic x(01).
              10 ws-fst-end            pic x(16).
              10 ws-fst-rc             pic 9(04).
              10 ws-fst-done           pic x(01).
       01 ws-flow-count                pic 9(02) value 14.
       01 ws-runctl-position           pic 9(02) value 1.
       01 ws-sort-position             pic 9(02) value 11.
       01 ws-presort-position          pic 9(02) value 12.
       01 ws-recon-position            pic 9(02) value 14.
       01 ws-complete-position         pic 9(02) value 15.
       01 ws-flow-sub                  pic 9(02) value 0.
       01 ws-flow-hit                  pic 9(02) value 0.
       01 ws-restart-position          pic 9(02) value 0.
       01 ws-skipped-count             pic 9(02) value 0.

       01 ws-status-read               pic 9(07) value 0.
       01 ws-status-for-run            pic 9(07) value 0.
       01 ws-prior-restarts            pic 9(02) value 0.
       01 ws-check-found               pic x value 'N'.
       01 ws-check-rc                  pic 9(04) value 0.

       01 ws-report-header-1.
           02  filler                  pic x(40) value
               "NIGHTLY RUN RESTART CONTROL".
           02  filler                  pic x(10) value "RUN DATE:".
           02  hdr-run-date            pic 9(08).
       01 ws-report-header-2.
           02  filler                  pic x(16) value
               "RUN ID........:".
           02  hdr-run-id              pic x(08).
           02  filler                  pic x(16) value
               "   STARTED...:".
           02  hdr-run-date-time       pic x(20).
       01 ws-report-header-3.
           02  filler                  pic x(16) value
               "PRIOR RESTARTS:".
           02  hdr-prior-restarts      pic z9.
       01 ws-report-header-4.
           02  filler                  pic x(10) value "STEP".
           02  filler                  pic x(10) value "PROGRAM".
           02  filler                  pic x(20) value "LAST ENDED".
           02  filler                  pic x(06) value "    RC".
           02  filler                  pic x(04) value spaces.
           02  filler                  pic x(30) value "ACTION".

       01 ws-report-detail.
           02  dtl-step                pic x(10).
           02  dtl-program             pic x(10).
           02  dtl-ended               pic x(20).
           02  dtl-rc                  pic x(06).
           02  filler                  pic x(04) value spaces.
           02  dtl-action              pic x(30).
       01 ws-report-rc                 pic zzz9.

       01 ws-report-result.
           02  filler                  pic x(16) value
               "RESULT........:".
           02  tot-result              pic x(70).

       procedure division.
       RR000-decide-the-restart.
           accept ws-run-date from date yyyymmdd
           perform RR040-stamp-start-status
           perform RR050-read-run-control
           perform RR060-read-parameters
           perform RR100-load-status-records
           evaluate true
              when ws-check-program not = spaces
                 perform RR600-check-one-step
              when restart-run
                 perform RR200-find-restart-point
              when other
                 perform RR300-check-normal-run
           end-evaluate
           move ws-return-code to return-code
           stop run.

       RR040-stamp-start-status.
           accept ws-stat-date from date yyyymmdd
           accept ws-stat-time from time
           move ws-stat-date to ws-stat-start(1:8)
           move ws-stat-time to ws-stat-start(9:8).

       RR050-read-run-control.
           open input run-control-file
           if ws-runctl-status = "00"
              read run-control-file
                 at end move 'Y' to ws-runctl-eof
              end-read
              if ws-runctl-eof not = 'Y' and RunId not = spaces
                 move RunId to ws-run-id
                 move RunDateTime to ws-run-date-time
              end-if
              close run-control-file
           end-if.

       RR060-read-parameters.
           open input parm-file
           if ws-parm-status = "00"
              perform until end-of-parms
                 read parm-file
                    at end set end-of-parms to true
                    not at end
                       evaluate true
                          when parm-record(1:9) = "RESTART=Y"
                             move 'Y' to ws-restart-flag
                          when parm-record(1:6) = "CHECK="
                             move parm-record(7:8)
                                to ws-check-program
                       end-evaluate
                 end-read
              end-perform
              close parm-file
           end-if.

      *    only the records stamped with the run-control RunId
      *    count - anything else on the file is another night's.
       RR100-load-status-records.
           move spaces to ws-flow-status-table
           perform varying ws-flow-sub from 1 by 1
                 until ws-flow-sub > ws-flow-count
              move 'N' to ws-fst-found(ws-flow-sub)
              move 0 to ws-fst-rc(ws-flow-sub)
              move 'N' to ws-fst-done(ws-flow-sub)
           end-perform
           if ws-run-id not = spaces
              open input run-status-file
              if ws-runstat-status = "00"
                 perform until end-of-status
                    read run-status-file
                       at end set end-of-status to true
                       not at end perform RR150-post-status-record
                    end-read
                 end-perform
                 close run-status-file
              else
                 if ws-runstat-status not = "05"
                    display
                       "RUNRST: UNABLE TO OPEN STATFILE, STATUS="
                       ws-runstat-status
                    move 16 to return-code
                    stop run
                 end-if
              end-if
           end-if.

      *    a step run more than once keeps its latest record.
       RR150-post-status-record.
           add 1 to ws-status-read
           if StatRunId = ws-run-id
              add 1 to ws-status-for-run
              if StatProgram = "RUNRST"
                 add 1 to ws-prior-restarts
              end-if
              if StatProgram = ws-check-program
                 move 'Y' to ws-check-found
                 move StatReturnCode to ws-check-rc
              end-if
              move 0 to ws-flow-hit
              perform varying ws-flow-sub from 1 by 1
                    until ws-flow-sub > ws-flow-count
                    or ws-flow-hit > 0
                 if ws-flow-program(ws-flow-sub) = StatProgram
                    move ws-flow-sub to ws-flow-hit
                 end-if
              end-perform
              if ws-flow-hit > 0
                 move 'Y' to ws-fst-found(ws-flow-hit)
                 move StatEndStamp to ws-fst-end(ws-flow-hit)
                 move StatReturnCode to ws-fst-rc(ws-flow-hit)
              end-if
           end-if.

       RR200-find-restart-point.
           if ws-run-id = spaces
              display "RUNRST: NO RUNID ON THE RUN-CONTROL FILE - "
                 "NOTHING TO RESTART, SUBMIT A NORMAL RUN"
              move 16 to ws-return-code
           else
              perform RR250-mark-completed-steps
              move 0 to ws-restart-position
              perform varying ws-flow-sub from 1 by 1
                    until ws-flow-sub > ws-flow-count
                    or ws-restart-position > 0
                 if ws-fst-done(ws-flow-sub) not = 'Y'
                    move ws-flow-sub to ws-restart-position
                 end-if
              end-perform
              if ws-restart-position = 0
                 move ws-complete-position to ws-restart-position
                 display "RUNRST: RUN " ws-run-id
                    " COMPLETE THROUGH RECON - ONLY THE STEPS OFF"
                    " THE MAIN LINE CAN RUN"
              else
                 display "RUNRST: RESTARTING RUN " ws-run-id " AT "
                    ws-flow-step(ws-restart-position) " "
                    ws-flow-program(ws-restart-position)
              end-if
              compute ws-skipped-count = ws-restart-position - 1
              move ws-restart-position to ws-return-code
              perform RR400-print-restart-report
              perform RR950-write-run-status
           end-if.

      *    RUNCTL is complete once its RunId is on file, and SORT,
      *    which writes no status record, is complete with PRESORT.
       RR250-mark-completed-steps.
           perform varying ws-flow-sub from 1 by 1
                 until ws-flow-sub > ws-flow-count
              if ws-fst-found(ws-flow-sub) = 'Y'
                    and ws-fst-rc(ws-flow-sub)
                       not > ws-flow-allowed(ws-flow-sub)
                 move 'Y' to ws-fst-done(ws-flow-sub)
              end-if
           end-perform
           if ws-run-id not = spaces
              move 'Y' to ws-fst-done(ws-runctl-position)
           end-if
           move ws-fst-done(ws-presort-position)
              to ws-fst-done(ws-sort-position).

      *    a normal run always goes ahead - but say so when it
      *    leaves the last RunId unfinished.
       RR300-check-normal-run.
           move 0 to ws-return-code
           if ws-run-id not = spaces
              perform RR250-mark-completed-steps
              if ws-fst-done(ws-recon-position) not = 'Y'
                 display "RUNRST: RUN " ws-run-id
                    " DID NOT COMPLETE - A NORMAL RUN STARTS A NEW"
                    " RUNID, RESTART=Y RESUMES IT"
              end-if
           end-if
           display "RUNRST: NORMAL RUN - EVERY STEP RUNS".

       RR400-print-restart-report.
           open output report-file
           if ws-report-status not = "00"
              display
                 "RUNRST: UNABLE TO OPEN RSTRPT, STATUS="
                 ws-report-status
              move 16 to return-code
              stop run
           end-if
           move ws-run-date to hdr-run-date
           write report-record from ws-report-header-1
           move ws-run-id to hdr-run-id
           move ws-run-date-time to hdr-run-date-time
           write report-record from ws-report-header-2
              after advancing 1 line
           move ws-prior-restarts to hdr-prior-restarts
           write report-record from ws-report-header-3
              after advancing 1 line
           write report-record from ws-report-header-4
              after advancing 2 lines
           perform varying ws-flow-sub from 1 by 1
                 until ws-flow-sub > ws-flow-count
              perform RR450-print-one-step
           end-perform
           move spaces to tot-result
           if ws-restart-position = ws-complete-position
              move "COMPLETE THROUGH RECON - MAIN LINE NOT RERUN"
                 to tot-result
           else
              string "RESTART AT " delimited by size
                 ws-flow-step(ws-restart-position)
                    delimited by space
                 " " delimited by size
                 ws-flow-program(ws-restart-position)
                    delimited by space
                 " UNDER RUN ID " delimited by size
                 ws-run-id delimited by size
                 into tot-result
           end-if
           write report-record from ws-report-result
              after advancing 2 lines
           close report-file.

       RR450-print-one-step.
           move spaces to ws-report-detail
           move ws-flow-step(ws-flow-sub) to dtl-step
           move ws-flow-program(ws-flow-sub) to dtl-program
           if ws-fst-found(ws-flow-sub) = 'Y'
              move ws-fst-end(ws-flow-sub)(1:4) to dtl-ended(1:4)
              move "-" to dtl-ended(5:1)
              move ws-fst-end(ws-flow-sub)(5:2) to dtl-ended(6:2)
              move "-" to dtl-ended(8:1)
              move ws-fst-end(ws-flow-sub)(7:2) to dtl-ended(9:2)
              move ws-fst-end(ws-flow-sub)(9:2) to dtl-ended(12:2)
              move ":" to dtl-ended(14:1)
              move ws-fst-end(ws-flow-sub)(11:2) to dtl-ended(15:2)
              move ":" to dtl-ended(17:1)
              move ws-fst-end(ws-flow-sub)(13:2) to dtl-ended(18:2)
              move ws-fst-rc(ws-flow-sub) to ws-report-rc
              move ws-report-rc to dtl-rc(3:4)
           else
              move "NO STATUS RECORD" to dtl-ended
           end-if
           evaluate true
              when ws-flow-sub < ws-restart-position
                 move "SKIP - COMPLETE, OUTPUT KEPT" to dtl-action
              when ws-flow-sub = ws-restart-position
                 move "** RESTART HERE **" to dtl-action
              when other
                 move "RERUN" to dtl-action
           end-evaluate
           write report-record from ws-report-detail
              after advancing 1 line
           if ws-report-status not = "00"
              display
                 "RUNRST: WRITE TO RSTRPT FAILED, STATUS="
                 ws-report-status
              move 16 to return-code
              stop run
           end-if.

      *    4 bypasses the step - it already ended cleanly under
      *    this RunId.
       RR600-check-one-step.
           if ws-run-id not = spaces
                 and ws-check-found = 'Y'
                 and ws-check-rc = 0
              display "RUNRST: " ws-check-program
                 " ALREADY COMPLETE FOR RUN " ws-run-id
                 " - NOT RERUN"
              move 4 to ws-return-code
           else
              display "RUNRST: " ws-check-program
                 " NOT YET COMPLETE FOR RUN " ws-run-id
              move 0 to ws-return-code
           end-if.

      *    the RUNRST record opens the next attempt for runsumm -
      *    records in is the restart position, records out the
      *    steps skipped.
       RR950-write-run-status.
           accept ws-stat-date from date yyyymmdd
           accept ws-stat-time from time
           move ws-stat-date to ws-stat-stamp(1:8)
           move ws-stat-time to ws-stat-stamp(9:8)
           open extend run-status-file
           if ws-runstat-status not = "00"
                 and ws-runstat-status not = "05"
              display
                 "RUNRST: UNABLE TO OPEN STATFILE, STATUS="
                 ws-runstat-status
           else
              move ws-run-id to StatRunId
              move "RUNRST" to StatProgram
              move ws-stat-start to StatStartStamp
              move ws-stat-stamp to StatEndStamp
              move ws-restart-position to StatRecordsIn
              move ws-skipped-count to StatRecordsOut
              move ws-return-code to StatReturnCode
              write RunStatusRecord
              close run-status-file
           end-if.
