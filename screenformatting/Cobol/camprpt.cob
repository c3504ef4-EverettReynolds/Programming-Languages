       identification division.
       program-id.
       camprpt.
       author.
           Everett Z. Reynolds.

      *    Campaign performance report. For every campaign that has
      *    mailed (or just the one named by CAMPAIGN=code on the
      *    CAMPPARM card) prints the pieces mailed, from the
      *    campaign mailing file audarch builds (CAMPMAIL.CPY); the
      *    postage, from the postage history postcost appends
      *    (PSTGHIST) for the run dates the campaign run log
      *    (CAMPRUN.CPY) shows it mailed on; the responses loaded
      *    by camprsp (CAMPRESP.CPY); the response rate per piece
      *    mailed; and the cost per response. The same figures
      *    are broken down by the state each piece went to and by
      *    region, on the region definitions REGSPLIT splits the
      *    mail by - a state in no region falls under *OTHER*.
      *    Postage is a run total, so a state's or region's share
      *    is the campaign postage spread by its pieces. A run
      *    date missing from the postage history is counted as
      *    unpriced rather than guessed at; if postcost ran twice
      *    for one date the later record stands. Pieces and
      *    responses ride a SORT by campaign and state, so there
      *    is no ceiling on customers.

       environment division.
       input-output section.
       file-control.
           select optional parm-file assign to "CAMPPARM"
               organization is line sequential
               file status is ws-parm-status.

           select campaign-file assign to "CAMPFILE"
               organization is indexed
               access mode is random
               record key is CampCode
               file status is ws-campaign-status.

           select campaign-mail-file assign to "CAMPMAIL"
               organization is indexed
               access mode is sequential
               record key is MailKey
               file status is ws-campmail-status.

           select optional response-file assign to "RESPFILE"
               organization is indexed
               access mode is sequential
               record key is RespKey
               file status is ws-response-status.

           select optional campaign-run-file assign to "CAMPRUNS"
               organization is line sequential
               file status is ws-camprun-status.

           select optional postage-history-file assign to "PSTGHIST"
               organization is line sequential
               file status is ws-postage-status.

           select optional region-defn-file assign to "REGNFILE"
               organization is line sequential
               file status is ws-regn-status.

           select sort-work-file assign to "SORTWK01".

           select report-file assign to "CAMPRPT"
               organization is line sequential
               file status is ws-report-status.

       data division.
       file section.
       fd parm-file.
       01 parm-record                  pic x(80).

       fd campaign-file.
           copy CAMPMAST.

       fd campaign-mail-file.
           copy CAMPMAIL.

       fd response-file.
           copy CAMPRESP.

       fd campaign-run-file.
           copy CAMPRUN.

      *    same layout postcost appends.
       fd postage-history-file.
       01 postage-history-record.
           02  PshRunDate              pic 9(08).
           02  PshRateEffDate          pic 9(08).
           02  PshPieces5              pic 9(07).
           02  PshCost5                pic 9(07)v99.
           02  PshPieces3              pic 9(07).
           02  PshCost3                pic 9(07)v99.
           02  PshResidual             pic 9(07).
           02  PshCostResidual         pic 9(07)v99.
           02  PshForeign              pic 9(07).
           02  PshCostForeign          pic 9(07)v99.
           02  PshTotalCost            pic 9(09)v99.

       fd region-defn-file.
       01 region-defn-record.
           02  RgnDefCode              pic x(04).
           02  RgnDefState             pic x(02).

       sd sort-work-file.
       01 sort-record.
           02  SrtCampaign             pic x(08).
           02  SrtState                pic x(02).
           02  SrtPieces               pic 9(05).
           02  SrtResponses            pic 9(05).

       fd report-file.
       01 report-record                pic x(132).

       working-storage section.
       01 ws-parm-status               pic x(02) value spaces.
       01 ws-campaign-status           pic x(02) value spaces.
       01 ws-campmail-status           pic x(02) value spaces.
       01 ws-response-status           pic x(02) value spaces.
       01 ws-camprun-status            pic x(02) value spaces.
       01 ws-postage-status            pic x(02) value spaces.
       01 ws-regn-status               pic x(02) value spaces.
       01 ws-report-status             pic x(02) value spaces.
       01 ws-run-date                  pic 9(08) value 0.

       01 ws-parm-eof                  pic x value 'N'.
           88 end-of-parms                    value 'Y'.
       01 ws-mail-eof                  pic x value 'N'.
           88 end-of-mailings                 value 'Y'.
       01 ws-response-eof              pic x value 'N'.
           88 end-of-responses                value 'Y'.
       01 ws-camprun-eof               pic x value 'N'.
           88 end-of-campaign-runs            value 'Y'.
       01 ws-postage-eof               pic x value 'N'.
           88 end-of-postage                  value 'Y'.
       01 ws-regn-eof                  pic x value 'N'.
           88 end-of-region-defs              value 'Y'.
       01 ws-sort-eof                  pic x value 'N'.
           88 end-of-sorted-activity          value 'Y'.

       01 ws-only-campaign             pic x(08) value spaces.

      *    state-to-region pairs from the region definitions, and
      *    the region codes in the order they first appear there.
       01 ws-pair-limit                pic 9(03) value 130.
       01 ws-pair-count                pic 9(03) value 0.
       01 ws-pair-sub                  pic 9(03) value 0.
       01 ws-pair-table.
           02 ws-pair-entry occurs 130 times.
              03 ws-pair-state         pic x(02).
              03 ws-pair-region        pic 9(02).
       01 ws-region-limit              pic 9(02) value 19.
       01 ws-region-count              pic 9(02) value 0.
       01 ws-region-sub                pic 9(02) value 0.
       01 ws-region-hit                pic 9(02) value 0.
       01 ws-region-table.
           02 ws-region-entry occurs 20 times.
              03 ws-rgn-code           pic x(08).
              03 ws-rgn-pieces         pic 9(09).
              03 ws-rgn-responses      pic 9(07).

       01 ws-run-limit                 pic 9(04) value 3000.
       01 ws-run-count                 pic 9(04) value 0.
       01 ws-run-sub                   pic 9(04) value 0.
       01 ws-run-table.
           02 ws-run-entry occurs 3000 times.
              03 ws-run-campaign       pic x(08).
              03 ws-run-date-mailed    pic x(08).

       01 ws-postage-limit             pic 9(04) value 5000.
       01 ws-postage-count             pic 9(04) value 0.
       01 ws-postage-sub               pic 9(04) value 0.
       01 ws-postage-hit               pic 9(04) value 0.
       01 ws-find-date                 pic 9(08) value 0.
       01 ws-postage-table.
           02 ws-postage-entry occurs 5000 times.
              03 ws-pst-run-date       pic 9(08).
              03 ws-pst-cost           pic 9(09)v99.

       01 ws-state-limit               pic 9(03) value 100.
       01 ws-state-count               pic 9(03) value 0.
       01 ws-state-sub                 pic 9(03) value 0.
       01 ws-state-table.
           02 ws-state-entry occurs 100 times.
              03 ws-st-code            pic x(02).
              03 ws-st-pieces          pic 9(09).
              03 ws-st-responses       pic 9(07).

       01 ws-cur-campaign              pic x(08) value low-values.
       01 ws-cur-state                 pic x(02) value low-values.
       01 ws-cmp-pieces                pic 9(09) value 0.
       01 ws-cmp-responses             pic 9(07) value 0.
       01 ws-cmp-postage               pic 9(09)v99 value 0.
       01 ws-cmp-runs                  pic 9(05) value 0.
       01 ws-cmp-unpriced              pic 9(05) value 0.
       01 ws-campaigns-reported        pic 9(05) value 0.

      *    one line's figures - the rate and costs are worked out
      *    from these for the campaign, each state, and each region.
       01 ws-line-pieces               pic 9(09) value 0.
       01 ws-line-responses            pic 9(07) value 0.
       01 ws-line-postage              pic 9(09)v99 value 0.
       01 ws-line-rate                 pic 9(03)v99 value 0.
       01 ws-line-cost-per-resp        pic 9(07)v99 value 0.

       01 ws-report-header-1.
           02  filler                  pic x(44) value
               "CAMPAIGN PERFORMANCE REPORT".
           02  filler                  pic x(10) value "RUN DATE:".
           02  hdr-run-date            pic 9(08).
       01 ws-campaign-line-1.
           02  filler                  pic x(10) value "CAMPAIGN:".
           02  cmp-code                pic x(10).
           02  cmp-description         pic x(42).
           02  filler                  pic x(08) value "STARTS ".
           02  cmp-start-date          pic x(10).
           02  filler                  pic x(06) value "ENDS ".
           02  cmp-end-date            pic x(08).
       01 ws-campaign-line-2.
           02  filler                  pic x(20) value
               "  RUNS MAILED......:".
           02  cmp-runs                pic zz,zz9.
           02  filler                  pic x(14) value
               "   UNPRICED..:".
           02  cmp-unpriced            pic zz,zz9.
       01 ws-column-header.
           02  filler                  pic x(14) value spaces.
           02  filler                  pic x(13) value
               "       PIECES".
           02  filler                  pic x(11) value
               "  RESPONSES".
           02  filler                  pic x(09) value "   RATE %".
           02  filler                  pic x(16) value
               "         POSTAGE".
           02  filler                  pic x(14) value
               "  COST/RESP".
       01 ws-figures-line.
           02  fig-label               pic x(14).
           02  fig-pieces              pic zzz,zzz,zz9.
           02  filler                  pic x(02) value spaces.
           02  fig-responses           pic z,zzz,zz9.
           02  filler                  pic x(03) value spaces.
           02  fig-rate                pic zz9.99.
           02  filler                  pic x(03) value spaces.
           02  fig-postage             pic zzz,zzz,zz9.99.
           02  filler                  pic x(02) value spaces.
           02  fig-cost-per-resp       pic z,zzz,zz9.99.

       01 ws-report-total-1.
           02  filler                  pic x(26) value
               "CAMPAIGNS REPORTED......:".
           02  tot-campaigns           pic zz,zz9.

       procedure division.
       CP000-report-campaign-performance.
           accept ws-run-date from date yyyymmdd
           perform CP050-read-parm-card
           perform CP060-open-files
           perform CP100-load-region-definitions
           perform CP150-load-campaign-runs
           perform CP170-load-postage-history
           sort sort-work-file
              on ascending key SrtCampaign
                               SrtState
              input procedure is CP200-release-campaign-activity
              output procedure is CP300-print-campaign-blocks
           perform CP900-print-report-totals
           close campaign-file
           close report-file
           stop run.

       CP050-read-parm-card.
           open input parm-file
           if ws-parm-status = "00"
              perform until end-of-parms
                 read parm-file
                    at end set end-of-parms to true
                    not at end
                       if parm-record(1:9) = "CAMPAIGN="
                          move parm-record(10:8) to ws-only-campaign
                       end-if
                 end-read
              end-perform
              close parm-file
           end-if.

       CP060-open-files.
           open input campaign-file
           if ws-campaign-status not = "00"
              display
                 "CAMPRPT: UNABLE TO OPEN CAMPFILE, STATUS="
                 ws-campaign-status
              move 16 to return-code
              stop run
           end-if
           open output report-file
           if ws-report-status not = "00"
              display
                 "CAMPRPT: UNABLE TO OPEN CAMPRPT, STATUS="
                 ws-report-status
              move 16 to return-code
              stop run
           end-if
           move ws-run-date to hdr-run-date
           write report-record from ws-report-header-1.

      *    no region definitions just puts every state under
      *    *OTHER*; the last table slot is kept for it.
       CP100-load-region-definitions.
           initialize ws-region-table
           open input region-defn-file
           if ws-regn-status not = "00"
                 and ws-regn-status not = "05"
              display
                 "CAMPRPT: UNABLE TO OPEN REGNFILE, STATUS="
                 ws-regn-status
              move 16 to return-code
              stop run
           end-if
           perform until end-of-region-defs
              read region-defn-file
                 at end set end-of-region-defs to true
                 not at end perform CP110-load-one-definition
              end-read
           end-perform
           close region-defn-file
           add 1 to ws-region-count
           move "*OTHER*" to ws-rgn-code(ws-region-count).

       CP110-load-one-definition.
           move 0 to ws-region-hit
           perform varying ws-region-sub from 1 by 1
                 until ws-region-sub > ws-region-count
                 or ws-region-hit > 0
              if ws-rgn-code(ws-region-sub) = RgnDefCode
                 move ws-region-sub to ws-region-hit
              end-if
           end-perform
           if ws-region-hit = 0
              if ws-region-count >= ws-region-limit
                 display
                    "CAMPRPT: MORE THAN " ws-region-limit
                    " REGIONS - INCREASE TABLE"
                 move 16 to return-code
                 stop run
              end-if
              add 1 to ws-region-count
              move ws-region-count to ws-region-hit
              move RgnDefCode to ws-rgn-code(ws-region-hit)
           end-if
           if ws-pair-count >= ws-pair-limit
              display
                 "CAMPRPT: MORE THAN " ws-pair-limit
                 " REGION STATES - INCREASE TABLE"
              move 16 to return-code
              stop run
           end-if
           add 1 to ws-pair-count
           move RgnDefState to ws-pair-state(ws-pair-count)
           move ws-region-hit to ws-pair-region(ws-pair-count).

       CP150-load-campaign-runs.
           open input campaign-run-file
           if ws-camprun-status not = "00"
                 and ws-camprun-status not = "05"
              display
                 "CAMPRPT: UNABLE TO OPEN CAMPRUNS, STATUS="
                 ws-camprun-status
              move 16 to return-code
              stop run
           end-if
           perform until end-of-campaign-runs
              read campaign-run-file
                 at end set end-of-campaign-runs to true
                 not at end
                    if ws-run-count >= ws-run-limit
                       display
                          "CAMPRPT: MORE THAN " ws-run-limit
                          " CAMPAIGN RUNS - INCREASE TABLE"
                       move 16 to return-code
                       stop run
                    end-if
                    add 1 to ws-run-count
                    move CrunCampaign to ws-run-campaign(ws-run-count)
                    move CrunRunDate
                       to ws-run-date-mailed(ws-run-count)
              end-read
           end-perform
           close campaign-run-file.

      *    a rerun of postcost for a date appends a second record -
      *    the later one replaces the earlier in the table.
       CP170-load-postage-history.
           open input postage-history-file
           if ws-postage-status not = "00"
                 and ws-postage-status not = "05"
              display
                 "CAMPRPT: UNABLE TO OPEN PSTGHIST, STATUS="
                 ws-postage-status
              move 16 to return-code
              stop run
           end-if
           perform until end-of-postage
              read postage-history-file
                 at end set end-of-postage to true
                 not at end perform CP180-post-postage-record
              end-read
           end-perform
           close postage-history-file.

       CP180-post-postage-record.
           move PshRunDate to ws-find-date
           perform CP190-find-postage-date
           if ws-postage-hit = 0
              if ws-postage-count >= ws-postage-limit
                 display
                    "CAMPRPT: MORE THAN " ws-postage-limit
                    " POSTAGE RUN DATES - INCREASE TABLE"
                 move 16 to return-code
                 stop run
              end-if
              add 1 to ws-postage-count
              move ws-postage-count to ws-postage-hit
              move PshRunDate to ws-pst-run-date(ws-postage-hit)
           end-if
           move PshTotalCost to ws-pst-cost(ws-postage-hit).

       CP190-find-postage-date.
           move 0 to ws-postage-hit
           perform varying ws-postage-sub from 1 by 1
                 until ws-postage-sub > ws-postage-count
                 or ws-postage-hit > 0
              if ws-pst-run-date(ws-postage-sub) = ws-find-date
                 move ws-postage-sub to ws-postage-hit
              end-if
           end-perform.

       CP200-release-campaign-activity.
           open input campaign-mail-file
           if ws-campmail-status not = "00"
              display
                 "CAMPRPT: UNABLE TO OPEN CAMPMAIL, STATUS="
                 ws-campmail-status
              move 16 to return-code
              stop run
           end-if
           perform until end-of-mailings
              read campaign-mail-file next record
                 at end set end-of-mailings to true
                 not at end
                    if ws-only-campaign = spaces
                          or MailCampaign = ws-only-campaign
                       move MailCampaign to SrtCampaign
                       move MailState to SrtState
                       move MailPieces to SrtPieces
                       move 0 to SrtResponses
                       release sort-record
                    end-if
              end-read
           end-perform
           close campaign-mail-file

           open input response-file
           if ws-response-status not = "00"
                 and ws-response-status not = "05"
              display
                 "CAMPRPT: UNABLE TO OPEN RESPFILE, STATUS="
                 ws-response-status
              move 16 to return-code
              stop run
           end-if
           perform until end-of-responses
              read response-file next record
                 at end set end-of-responses to true
                 not at end
                    if ws-only-campaign = spaces
                          or RespCampaign = ws-only-campaign
                       move RespCampaign to SrtCampaign
                       move RespState to SrtState
                       move 0 to SrtPieces
                       move 1 to SrtResponses
                       release sort-record
                    end-if
              end-read
           end-perform
           close response-file.

       CP300-print-campaign-blocks.
           return sort-work-file
              at end set end-of-sorted-activity to true
           end-return
           perform until end-of-sorted-activity
              if SrtCampaign not = ws-cur-campaign
                 if ws-cur-campaign not = low-values
                    perform CP450-print-campaign
                 end-if
                 perform CP400-start-campaign
              end-if
              if SrtState not = ws-cur-state
                 perform CP420-start-state
              end-if
              add SrtPieces to ws-st-pieces(ws-state-count)
              add SrtResponses to ws-st-responses(ws-state-count)
              add SrtPieces to ws-cmp-pieces
              add SrtResponses to ws-cmp-responses
              return sort-work-file
                 at end set end-of-sorted-activity to true
              end-return
           end-perform
           if ws-cur-campaign not = low-values
              perform CP450-print-campaign
           end-if.

       CP400-start-campaign.
           move SrtCampaign to ws-cur-campaign
           move low-values to ws-cur-state
           move 0 to ws-state-count
           move 0 to ws-cmp-pieces
           move 0 to ws-cmp-responses
           perform varying ws-region-sub from 1 by 1
                 until ws-region-sub > ws-region-count
              move 0 to ws-rgn-pieces(ws-region-sub)
              move 0 to ws-rgn-responses(ws-region-sub)
           end-perform.

       CP420-start-state.
           if ws-state-count >= ws-state-limit
              display
                 "CAMPRPT: MORE THAN " ws-state-limit
                 " STATES IN CAMPAIGN " SrtCampaign
                 " - INCREASE TABLE"
              move 16 to return-code
              stop run
           end-if
           move SrtState to ws-cur-state
           add 1 to ws-state-count
           move SrtState to ws-st-code(ws-state-count)
           move 0 to ws-st-pieces(ws-state-count)
           move 0 to ws-st-responses(ws-state-count).

       CP450-print-campaign.
           add 1 to ws-campaigns-reported
           perform CP460-price-campaign
           move ws-cur-campaign to cmp-code
           move ws-cur-campaign to CampCode
           read campaign-file
           evaluate ws-campaign-status
              when "00"
                 move CampDescription to cmp-description
                 move CampStartDate to cmp-start-date
                 move CampEndDate to cmp-end-date
              when "23"
                 move "** NOT ON CAMPAIGN MASTER **"
                    to cmp-description
                 move spaces to cmp-start-date
                 move spaces to cmp-end-date
              when other
                 display
                    "CAMPRPT: READ OF CAMPFILE FAILED, STATUS="
                    ws-campaign-status
                 move 16 to return-code
                 stop run
           end-evaluate
           write report-record from ws-campaign-line-1
              after advancing 3 lines
           perform CP850-check-report-write
           move ws-cmp-runs to cmp-runs
           move ws-cmp-unpriced to cmp-unpriced
           write report-record from ws-campaign-line-2
              after advancing 1 line
           perform CP850-check-report-write
           write report-record from ws-column-header
              after advancing 2 lines
           perform CP850-check-report-write

           move "CAMPAIGN" to fig-label
           move ws-cmp-pieces to ws-line-pieces
           move ws-cmp-responses to ws-line-responses
           move ws-cmp-postage to ws-line-postage
           perform CP600-print-figures-line

           perform varying ws-state-sub from 1 by 1
                 until ws-state-sub > ws-state-count
              perform CP500-print-state-line
           end-perform
           perform varying ws-region-sub from 1 by 1
                 until ws-region-sub > ws-region-count
              if ws-rgn-pieces(ws-region-sub) > 0
                    or ws-rgn-responses(ws-region-sub) > 0
                 perform CP550-print-region-line
              end-if
           end-perform.

      *    the campaign's postage is the postage history's cost for
      *    each run date the run log shows it mailed on.
       CP460-price-campaign.
           move 0 to ws-cmp-postage
           move 0 to ws-cmp-runs
           move 0 to ws-cmp-unpriced
           perform varying ws-run-sub from 1 by 1
                 until ws-run-sub > ws-run-count
              if ws-run-campaign(ws-run-sub) = ws-cur-campaign
                 add 1 to ws-cmp-runs
                 move ws-run-date-mailed(ws-run-sub) to ws-find-date
                 perform CP190-find-postage-date
                 if ws-postage-hit > 0
                    add ws-pst-cost(ws-postage-hit) to ws-cmp-postage
                 else
                    add 1 to ws-cmp-unpriced
                 end-if
              end-if
           end-perform.

      *    the state's region is posted here too, so each region
      *    line is the sum of its states.
       CP500-print-state-line.
           move spaces to fig-label
           if ws-st-code(ws-state-sub) = spaces
              move "  STATE --" to fig-label
           else
              move "  STATE" to fig-label
              move ws-st-code(ws-state-sub) to fig-label(9:2)
           end-if
           move ws-st-pieces(ws-state-sub) to ws-line-pieces
           move ws-st-responses(ws-state-sub) to ws-line-responses
           perform CP610-spread-postage
           perform CP600-print-figures-line
           move ws-region-count to ws-region-hit
           perform varying ws-pair-sub from 1 by 1
                 until ws-pair-sub > ws-pair-count
              if ws-pair-state(ws-pair-sub) = ws-st-code(ws-state-sub)
                 move ws-pair-region(ws-pair-sub) to ws-region-hit
              end-if
           end-perform
           add ws-st-pieces(ws-state-sub)
              to ws-rgn-pieces(ws-region-hit)
           add ws-st-responses(ws-state-sub)
              to ws-rgn-responses(ws-region-hit).

       CP550-print-region-line.
           if ws-rgn-code(ws-region-sub) = "*OTHER*"
              move "  *OTHER*" to fig-label
           else
              move "  REGION" to fig-label
              move ws-rgn-code(ws-region-sub) to fig-label(10:4)
           end-if
           move ws-rgn-pieces(ws-region-sub) to ws-line-pieces
           move ws-rgn-responses(ws-region-sub) to ws-line-responses
           perform CP610-spread-postage
           perform CP600-print-figures-line.

       CP600-print-figures-line.
           if ws-line-pieces > 0
              compute ws-line-rate rounded =
                 ws-line-responses * 100 / ws-line-pieces
           else
              move 0 to ws-line-rate
           end-if
           if ws-line-responses > 0
              compute ws-line-cost-per-resp rounded =
                 ws-line-postage / ws-line-responses
           else
              move 0 to ws-line-cost-per-resp
           end-if
           move ws-line-pieces to fig-pieces
           move ws-line-responses to fig-responses
           move ws-line-rate to fig-rate
           move ws-line-postage to fig-postage
           move ws-line-cost-per-resp to fig-cost-per-resp
           write report-record from ws-figures-line
              after advancing 1 line
           perform CP850-check-report-write.

       CP610-spread-postage.
           if ws-cmp-pieces > 0
              compute ws-line-postage rounded =
                 ws-cmp-postage * ws-line-pieces / ws-cmp-pieces
           else
              move 0 to ws-line-postage
           end-if.

       CP850-check-report-write.
           if ws-report-status not = "00"
              display
                 "CAMPRPT: WRITE TO CAMPRPT FAILED, STATUS="
                 ws-report-status
              move 16 to return-code
              stop run
           end-if.

       CP900-print-report-totals.
           move ws-campaigns-reported to tot-campaigns
           write report-record from ws-report-total-1
              after advancing 3 lines
           perform CP850-check-report-write
           if ws-only-campaign not = spaces
                 and ws-campaigns-reported = 0
              move spaces to report-record
              string "NOTHING MAILED OR ANSWERED UNDER CAMPAIGN "
                 delimited by size
                 ws-only-campaign delimited by size
                 into report-record
              end-string
              write report-record after advancing 1 line
              perform CP850-check-report-write
           end-if.
