       identification division.
       program-id.
       custrest.
       author.
           Everett Z. Reynolds.

      *    Customer master point-in-time reconstruction and run
      *    backout, both driven off the change-history file every
      *    updating program writes beside its master updates.
      *
      *    Reconstruction (ASOF= card) rebuilds CustomerRecord as it
      *    stood at a given date/time - for one CUSTOMER= card per
      *    customer (repeatable), or CUSTOMER=ALL for the whole
      *    master. The image is the after image of the last change
      *    at or before the ASOF stamp; with no change that early
      *    it is the before image of the first later change; with
      *    no history at all the record has not changed and the
      *    current master record stands. A delete before the stamp
      *    (or an add after it) means the customer was not on file
      *    at that moment. Rebuilt images go to RESTOUT in the
      *    CUSTMAST.CPY layout, one line each on the register - the
      *    master itself is not touched.
      *
      *    Backout (PROGRAM=, FROM=, THRU= cards) undoes every
      *    change one program made inside a time window - a bad
      *    custmnt transaction file or a coamove run against the
      *    wrong forwarding file. Pass one scans the trail and
      *    writes one work record per customer the program touched
      *    in the window, carrying the before image of its first
      *    change there (the record to put back) and the after
      *    image of its last (what the master should still hold).
      *    Pass two applies them: rewrite, re-add a deleted
      *    customer, or delete a customer the program added - each
      *    with its own change-history record under CUSTREST, so a
      *    backout is itself on the trail. A customer changed by
      *    any other program after the window's first change, or
      *    changed again after the window, or whose master no
      *    longer matches the last change on the trail, is refused
      *    and listed rather than overwriting later work; the run
      *    then ends with return code 4. Both work on the master
      *    only; contact-file entries on the trail are skipped.
      *
      *    Stamps are YYYYMMDDHHMMSSss, as on the trail. A short
      *    ASOF= or THRU= stamp is filled out with 9s (ASOF=20261014
      *    is the close of that day); a short FROM= stamp is filled
      *    out with 0s.

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

           select change-history-file assign to "CHGHIST"
               organization is indexed
               access mode is dynamic
               record key is ChgHistKey
               file status is ws-chghist-status.

           select parm-file assign to "RESTPARM"
               organization is line sequential
               file status is ws-parm-status.

           select restore-out-file assign to "RESTOUT"
               organization is line sequential
               file status is ws-restout-status.

           select backout-work-file assign to "BKOWORK"
               organization is line sequential
               file status is ws-work-status.

           select register-file assign to "RESTRPT"
               organization is line sequential
               file status is ws-register-status.

       data division.
       file section.
       fd customer-file.
           copy CUSTMAST.

       fd change-history-file.
           copy CUSTHIST.

       fd parm-file.
       01 parm-record                  pic x(80).

       fd restore-out-file.
       01 restore-out-record           pic x(180).

      *    one per customer the backout program touched in the
      *    window - written by pass one, applied by pass two.
       fd backout-work-file.
       01 BackoutWorkRecord.
           02  BkoCustomerId           pic x(10).
           02  BkoDisposition          pic x(01).
               88  BkoRestore                 value 'R'.
               88  BkoRefuse                  value 'X'.
           02  BkoChangeCount          pic 9(05).
           02  BkoFirstStamp           pic x(16).
           02  BkoLastStamp            pic x(16).
           02  BkoReason               pic x(50).
           02  BkoTargetImage          pic x(180).
           02  BkoLastAfterImage       pic x(180).

       fd register-file.
       01 register-record              pic x(132).

       working-storage section.
       01 ws-customer-status           pic x(02) value spaces.
       01 ws-chghist-status            pic x(02) value spaces.
       01 ws-parm-status               pic x(02) value spaces.
       01 ws-restout-status            pic x(02) value spaces.
       01 ws-work-status               pic x(02) value spaces.
       01 ws-register-status           pic x(02) value spaces.

       01 ws-chg-seq                   pic 9(03) value 0.
       01 ws-chg-datetime              pic x(16) value spaces.
       01 ws-chg-date                  pic 9(08) value 0.
       01 ws-chg-time                  pic 9(08) value 0.
       01 ws-chg-action                pic x(01) value space.
       01 ws-before-image              pic x(180) value spaces.
       01 ws-after-image               pic x(180) value spaces.

       01 ws-parm-eof                  pic x value 'N'.
           88 end-of-parms                    value 'Y'.
       01 ws-hist-eof                  pic x value 'N'.
           88 end-of-history                  value 'Y'.
       01 ws-master-eof                pic x value 'N'.
           88 end-of-master                   value 'Y'.
       01 ws-work-eof                  pic x value 'N'.
           88 end-of-work                     value 'Y'.

      *    parm cards - CUSTOMER= cards are held in a table so the
      *    whole deck is read (and checked) before anything runs.
       01 ws-run-mode                  pic x value space.
           88 mode-reconstruct                value 'R'.
           88 mode-backout                    value 'B'.
       01 ws-parm-error                pic x value 'N'.
           88 parm-in-error                   value 'Y'.
       01 ws-asof-stamp                pic x(16) value spaces.
       01 ws-from-stamp                pic x(16) value spaces.
       01 ws-thru-stamp                pic x(16) value spaces.
       01 ws-backout-program           pic x(08) value spaces.
       01 ws-stamp-work                pic x(16) value spaces.
       01 ws-stamp-fill                pic x(01) value space.
       01 ws-stamp-len                 pic 9(02) value 0.
       01 ws-all-customers             pic x value 'N'.
           88 reconstruct-all                 value 'Y'.
       01 ws-cust-limit                pic 9(04) value 500.
       01 ws-cust-count                pic 9(04) value 0.
       01 ws-cust-sub                  pic 9(04) value 0.
       01 ws-cust-table.
           02 ws-cust-entry occurs 500 times.
              03 ws-cust-requested     pic x(10).

      *    per-customer reconstruction state
       01 ws-cur-id                    pic x(10) value spaces.
       01 ws-hist-key-id               pic x(10) value spaces.
       01 ws-master-key                pic x(10) value spaces.
       01 ws-master-image              pic x(180) value spaces.
       01 ws-master-present            pic x value 'N'.
           88 master-present                  value 'Y'.
       01 ws-asof-found                pic x value 'N'.
           88 asof-change-found               value 'Y'.
       01 ws-asof-image                pic x(180) value spaces.
       01 ws-asof-action               pic x(01) value space.
       01 ws-asof-program              pic x(08) value spaces.
       01 ws-asof-datetime             pic x(16) value spaces.
       01 ws-later-found               pic x value 'N'.
           88 later-change-found              value 'Y'.
       01 ws-later-image               pic x(180) value spaces.
       01 ws-later-action              pic x(01) value space.
       01 ws-later-program             pic x(08) value spaces.
       01 ws-later-datetime            pic x(16) value spaces.
       01 ws-result-image              pic x(180) value spaces.
       01 ws-result-on-file            pic x value 'N'.
           88 result-on-file                  value 'Y'.
       01 ws-result-source             pic x(50) value spaces.

      *    per-customer backout scan state
       01 ws-bko-hits                  pic 9(05) value 0.
       01 ws-bko-refused               pic x value 'N'.
           88 backout-refused                 value 'Y'.
       01 ws-bko-reason                pic x(50) value spaces.
       01 ws-bko-first-stamp           pic x(16) value spaces.
       01 ws-bko-last-stamp            pic x(16) value spaces.
       01 ws-bko-target-image          pic x(180) value spaces.
       01 ws-bko-last-after            pic x(180) value spaces.

       01 ws-image-rec                 pic x(180) value spaces.
       01 ws-image-fields redefines ws-image-rec.
           02  ImgCustomerId           pic x(10).
           02  ImgLastname             pic x(20).
           02  ImgFirstname            pic x(20).
           02  ImgMiddlename           pic x(20).
           02  ImgAddrLine1            pic x(26).
           02  ImgAddrLine2            pic x(26).
           02  ImgAddrCity             pic x(15).
           02  ImgAddrState            pic x(02).
           02  ImgAddrPostalCode       pic x(10).
           02  ImgAddrCountry          pic x(20).
           02  ImgAddrCountryCode      pic x(02).
           02  ImgCustomerStatus       pic x(01).
           02  ImgStatusDate           pic x(08).

       01 ws-customers-examined        pic 9(07) value 0.
       01 ws-images-rebuilt            pic 9(07) value 0.
       01 ws-not-on-file               pic 9(07) value 0.
       01 ws-changes-backed-out        pic 9(07) value 0.
       01 ws-records-restored          pic 9(07) value 0.
       01 ws-records-readded           pic 9(07) value 0.
       01 ws-records-removed           pic 9(07) value 0.
       01 ws-records-refused           pic 9(07) value 0.
       01 ws-records-no-action         pic 9(07) value 0.
       01 ws-return-code               pic 9(04) value 0.

       01 ws-run-date                  pic 9(08) value 0.
       01 ws-page-number               pic 9(04) value 0.
       01 ws-lines-on-page             pic 9(03) value 0.
       01 ws-lines-per-page            pic 9(03) value 55.

       01 ws-register-header-1.
           02  filler                  pic x(44) value
               "CUSTOMER RECONSTRUCTION / BACKOUT REGISTER".
           02  filler                  pic x(10) value "RUN DATE:".
           02  hdr-run-date            pic 9(08).
           02  filler                  pic x(08) value "  PAGE ".
           02  hdr-page-no             pic zzz9.
       01 ws-register-header-2.
           02  hdr-mode-text           pic x(24).
           02  hdr-parm-text           pic x(80).
       01 ws-register-header-3.
           02  filler                  pic x(12) value "CUSTOMER ID".
           02  filler                  pic x(12) value "DISPOSITION".
           02  filler                  pic x(21) value "LAST NAME".
           02  filler                  pic x(16) value "FIRST NAME".
           02  filler                  pic x(16) value "CITY".
           02  filler                  pic x(03) value "ST".
           02  filler                  pic x(03) value "S".
           02  filler                  pic x(50) value
               "SOURCE / REASON".

       01 ws-register-detail.
           02  dtl-customer-id         pic x(12).
           02  dtl-disposition         pic x(12).
           02  dtl-lastname            pic x(21).
           02  dtl-firstname           pic x(16).
           02  dtl-city                pic x(16).
           02  dtl-state               pic x(03).
           02  dtl-status              pic x(03).
           02  dtl-reason              pic x(50).

       01 ws-source-text.
           02  src-label               pic x(14).
           02  src-program             pic x(09).
           02  src-date                pic x(09).
           02  src-time                pic x(06).

       01 ws-register-total-1.
           02  filler                  pic x(26) value
               "CUSTOMERS EXAMINED......:".
           02  tot-examined            pic zzz,zz9.
       01 ws-register-total-2.
           02  filler                  pic x(26) value
               "IMAGES REBUILT..........:".
           02  tot-rebuilt             pic zzz,zz9.
       01 ws-register-total-3.
           02  filler                  pic x(26) value
               "NOT ON FILE AT THAT TIME:".
           02  tot-not-on-file         pic zzz,zz9.
       01 ws-register-total-4.
           02  filler                  pic x(26) value
               "CHANGES BACKED OUT......:".
           02  tot-backed-out          pic zzz,zz9.
       01 ws-register-total-5.
           02  filler                  pic x(26) value
               "RECORDS RESTORED........:".
           02  tot-restored            pic zzz,zz9.
       01 ws-register-total-6.
           02  filler                  pic x(26) value
               "DELETED RECORDS RE-ADDED:".
           02  tot-readded             pic zzz,zz9.
       01 ws-register-total-7.
           02  filler                  pic x(26) value
               "ADDED RECORDS REMOVED...:".
           02  tot-removed             pic zzz,zz9.
       01 ws-register-total-8.
           02  filler                  pic x(26) value
               "REFUSED - LATER CHANGES.:".
           02  tot-refused             pic zzz,zz9.
       01 ws-register-total-9.
           02  filler                  pic x(26) value
               "NO ACTION NEEDED........:".
           02  tot-no-action           pic zzz,zz9.

       procedure division.
       X000-restore-customers.
           accept ws-run-date from date yyyymmdd
           open output register-file
           if ws-register-status not = "00"
              display
                 "CUSTREST: UNABLE TO OPEN RESTRPT, STATUS="
                 ws-register-status
              move 16 to return-code
              stop run
           end-if
           perform X100-read-parameters
           if parm-in-error
              close register-file
              move 16 to return-code
              stop run
           end-if
           perform X050-open-master-files
           perform X750-print-register-header

           if mode-backout
              perform X500-scan-for-backout
              perform X600-apply-backouts
           else
              open output restore-out-file
              if ws-restout-status not = "00"
                 display
                    "CUSTREST: UNABLE TO OPEN RESTOUT, STATUS="
                    ws-restout-status
                 move 16 to return-code
                 stop run
              end-if
              if reconstruct-all
                 perform X300-reconstruct-all-customers
              else
                 perform varying ws-cust-sub from 1 by 1
                       until ws-cust-sub > ws-cust-count
                    move ws-cust-requested(ws-cust-sub) to ws-cur-id
                    perform X200-reconstruct-one-customer
                 end-perform
              end-if
              close restore-out-file
           end-if

           perform X900-print-register-totals
           close customer-file
           close change-history-file
           close register-file
           move ws-return-code to return-code
           stop run.

      *    a backout updates the master and the trail; a
      *    reconstruction only reads them.
       X050-open-master-files.
           if mode-backout
              open i-o customer-file
           else
              open input customer-file
           end-if
           if ws-customer-status not = "00"
              display
                 "CUSTREST: UNABLE TO OPEN CUSTFILE, STATUS="
                 ws-customer-status
              move 16 to return-code
              stop run
           end-if
           if mode-backout
              open i-o change-history-file
           else
              open input change-history-file
           end-if
           if ws-chghist-status not = "00"
              display
                 "CUSTREST: UNABLE TO OPEN CHGHIST, STATUS="
                 ws-chghist-status
              move 16 to return-code
              stop run
           end-if.

       X100-read-parameters.
           open input parm-file
           if ws-parm-status not = "00"
              display
                 "CUSTREST: UNABLE TO OPEN RESTPARM, STATUS="
                 ws-parm-status
              move 16 to return-code
              stop run
           end-if
           perform until end-of-parms
              read parm-file
                 at end set end-of-parms to true
                 not at end perform X110-apply-parm-card
              end-read
           end-perform
           close parm-file
           evaluate true
              when ws-backout-program not = spaces
                 if ws-asof-stamp not = spaces
                       or ws-cust-count > 0 or reconstruct-all
                    display "CUSTREST: PROGRAM= (BACKOUT) CANNOT BE "
                       "COMBINED WITH ASOF= OR CUSTOMER="
                    set parm-in-error to true
                 end-if
                 if ws-from-stamp = spaces or ws-thru-stamp = spaces
                    display "CUSTREST: BACKOUT NEEDS BOTH FROM= AND "
                       "THRU= CARDS"
                    set parm-in-error to true
                 else
                    if ws-from-stamp > ws-thru-stamp
                       display "CUSTREST: FROM= IS LATER THAN THRU="
                       set parm-in-error to true
                    end-if
                 end-if
                 set mode-backout to true
                 move "BACKOUT OF PROGRAM....:" to hdr-mode-text
                 move spaces to hdr-parm-text
                 string ws-backout-program delimited by space
                        " FROM " delimited by size
                        ws-from-stamp delimited by size
                        " THRU " delimited by size
                        ws-thru-stamp delimited by size
                    into hdr-parm-text
                 end-string
              when ws-asof-stamp not = spaces
                 if ws-cust-count = 0 and not reconstruct-all
                    display "CUSTREST: ASOF= NEEDS CUSTOMER= CARDS "
                       "OR CUSTOMER=ALL"
                    set parm-in-error to true
                 end-if
                 set mode-reconstruct to true
                 move "RECONSTRUCTED AS OF...:" to hdr-mode-text
                 move ws-asof-stamp to hdr-parm-text
              when other
                 display "CUSTREST: NO ASOF= OR PROGRAM= CARD - "
                    "NOTHING TO DO"
                 set parm-in-error to true
           end-evaluate.

       X110-apply-parm-card.
           evaluate true
              when parm-record(1:5) = "ASOF="
                 move parm-record(6:16) to ws-stamp-work
                 move '9' to ws-stamp-fill
                 perform X150-complete-stamp
                 move ws-stamp-work to ws-asof-stamp
              when parm-record(1:5) = "FROM="
                 move parm-record(6:16) to ws-stamp-work
                 move '0' to ws-stamp-fill
                 perform X150-complete-stamp
                 move ws-stamp-work to ws-from-stamp
              when parm-record(1:5) = "THRU="
                 move parm-record(6:16) to ws-stamp-work
                 move '9' to ws-stamp-fill
                 perform X150-complete-stamp
                 move ws-stamp-work to ws-thru-stamp
              when parm-record(1:8) = "PROGRAM="
                 move parm-record(9:8) to ws-backout-program
              when parm-record(1:12) = "CUSTOMER=ALL"
                 set reconstruct-all to true
              when parm-record(1:9) = "CUSTOMER="
                 if ws-cust-count >= ws-cust-limit
                    display
                       "CUSTREST: MORE THAN " ws-cust-limit
                       " CUSTOMER= CARDS - INCREASE TABLE"
                    move 16 to return-code
                    stop run
                 end-if
                 add 1 to ws-cust-count
                 move parm-record(10:10)
                    to ws-cust-requested(ws-cust-count)
              when other
                 continue
           end-evaluate.

      *    at least the date must be keyed; the time portion not
      *    keyed is filled out (9s for an upper bound, 0s for a
      *    lower) so the stamp compares against the trail's.
       X150-complete-stamp.
           move 0 to ws-stamp-len
           inspect ws-stamp-work tallying ws-stamp-len
              for characters before initial space
           if ws-stamp-len < 16
              inspect ws-stamp-work(ws-stamp-len + 1:)
                 replacing all space by ws-stamp-fill
           end-if
           if ws-stamp-len < 8 or ws-stamp-work is not numeric
              display "CUSTREST: STAMP " parm-record(1:21)
                 " IS NOT YYYYMMDD[HHMMSSss]"
              set parm-in-error to true
           end-if.

      *    one requested customer - its trail is positioned with a
      *    START and read while the CustomerId holds.
       X200-reconstruct-one-customer.
           perform X250-reset-customer-state
           move ws-cur-id to CustomerId
           read customer-file key is CustomerId
           evaluate ws-customer-status
              when "00"
                 set master-present to true
                 move CustomerRecord to ws-master-image
              when "23"
                 continue
              when other
                 display
                    "CUSTREST: READ OF CUSTFILE FAILED, STATUS="
                    ws-customer-status
                 move 16 to return-code
                 stop run
           end-evaluate
           move low-values to ChgHistKey
           move ws-cur-id to ChgCustomerId
           move 'N' to ws-hist-eof
           start change-history-file
                 key is greater than ChgHistKey
              invalid key
                 set end-of-history to true
           end-start
           if not end-of-history
              perform X320-read-history-record
           end-if
           perform until end-of-history
                 or ws-hist-key-id not = ws-cur-id
              perform X350-note-one-change
              perform X320-read-history-record
           end-perform
           perform X400-resolve-image.

       X250-reset-customer-state.
           add 1 to ws-customers-examined
           move 'N' to ws-master-present
           move spaces to ws-master-image
           move 'N' to ws-asof-found
           move spaces to ws-asof-image
           move 'N' to ws-later-found
           move spaces to ws-later-image.

      *    whole master - the master (CustomerId order) and the
      *    trail (CustomerId, then date/time order) are matched in
      *    one pass, so a customer deleted since the ASOF stamp,
      *    which is on the trail but no longer on the master, is
      *    rebuilt as well.
       X300-reconstruct-all-customers.
           perform X310-read-master-record
           perform X320-read-history-record
           perform until end-of-master and end-of-history
              if ws-master-key < ws-hist-key-id
                 move ws-master-key to ws-cur-id
              else
                 move ws-hist-key-id to ws-cur-id
              end-if
              perform X250-reset-customer-state
              if ws-master-key = ws-cur-id
                 set master-present to true
                 move CustomerRecord to ws-master-image
                 perform X310-read-master-record
              end-if
              perform until end-of-history
                    or ws-hist-key-id not = ws-cur-id
                 perform X350-note-one-change
                 perform X320-read-history-record
              end-perform
              perform X400-resolve-image
           end-perform.

       X310-read-master-record.
           read customer-file next record
              at end
                 set end-of-master to true
                 move high-values to ws-master-key
              not at end
                 move CustomerId to ws-master-key
           end-read.

      *    contact-file entries carry ContactRecord images, not the
      *    master's, so neither pass ever sees them.
       X320-read-history-record.
           perform X325-read-next-history
           perform until end-of-history or not ChgContactEntry
              perform X325-read-next-history
           end-perform.

       X325-read-next-history.
           read change-history-file next record
              at end
                 set end-of-history to true
                 move high-values to ws-hist-key-id
              not at end
                 move ChgCustomerId to ws-hist-key-id
           end-read.

      *    the last change at or before the stamp wins; failing
      *    that, the first change after it.
       X350-note-one-change.
           if ChgDateTime not > ws-asof-stamp
              set asof-change-found to true
              move ChgAfterImage to ws-asof-image
              move ChgAction to ws-asof-action
              move ChgProgram to ws-asof-program
              move ChgDateTime to ws-asof-datetime
           else
              if not later-change-found
                 set later-change-found to true
                 move ChgBeforeImage to ws-later-image
                 move ChgAction to ws-later-action
                 move ChgProgram to ws-later-program
                 move ChgDateTime to ws-later-datetime
              end-if
           end-if.

       X400-resolve-image.
           move 'N' to ws-result-on-file
           move spaces to ws-result-image
           move spaces to ws-source-text
           evaluate true
              when asof-change-found
                 move ws-asof-program to src-program
                 move ws-asof-datetime(1:8) to src-date
                 move ws-asof-datetime(9:6) to src-time
                 if ws-asof-action = 'D'
                    move "DELETED BY" to src-label
                 else
                    set result-on-file to true
                    move ws-asof-image to ws-result-image
                    move "AS LEFT BY" to src-label
                 end-if
              when later-change-found
                 move ws-later-program to src-program
                 move ws-later-datetime(1:8) to src-date
                 move ws-later-datetime(9:6) to src-time
                 if ws-later-action = 'A'
                    move "LATER ADD BY" to src-label
                 else
                    set result-on-file to true
                    move ws-later-image to ws-result-image
                    move "BEFORE CHG BY" to src-label
                 end-if
              when master-present
                 set result-on-file to true
                 move ws-master-image to ws-result-image
                 move "NO CHANGES - CURRENT MASTER" to ws-source-text
              when other
                 move "NO HISTORY - NOT ON MASTER" to ws-source-text
           end-evaluate
           move ws-source-text to dtl-reason
           if result-on-file
              add 1 to ws-images-rebuilt
              write restore-out-record from ws-result-image
              if ws-restout-status not = "00"
                 display
                    "CUSTREST: WRITE TO RESTOUT FAILED, STATUS="
                    ws-restout-status
                 move 16 to return-code
                 stop run
              end-if
              move ws-result-image to ws-image-rec
              move "REBUILT" to dtl-disposition
           else
              add 1 to ws-not-on-file
              move spaces to ws-image-rec
              move "NOT ON FILE" to dtl-disposition
           end-if
           move ws-cur-id to dtl-customer-id
           perform X700-print-register-detail.

      *    pass one - the whole trail in key order. Each customer's
      *    changes are examined as a group; a customer the backout
      *    program touched in the window gets one work record.
       X500-scan-for-backout.
           open output backout-work-file
           if ws-work-status not = "00"
              display
                 "CUSTREST: UNABLE TO OPEN BKOWORK, STATUS="
                 ws-work-status
              move 16 to return-code
              stop run
           end-if
           perform X320-read-history-record
           perform until end-of-history
              move ws-hist-key-id to ws-cur-id
              move 0 to ws-bko-hits
              move 'N' to ws-bko-refused
              move spaces to ws-bko-reason
              perform until end-of-history
                    or ws-hist-key-id not = ws-cur-id
                 perform X550-examine-one-change
                 perform X320-read-history-record
              end-perform
              if ws-bko-hits > 0
                 perform X580-write-backout-work
              end-if
           end-perform
           close backout-work-file.

       X550-examine-one-change.
           if ChgProgram = ws-backout-program
                 and ChgDateTime not < ws-from-stamp
                 and ChgDateTime not > ws-thru-stamp
              if ws-bko-hits = 0
                 move ChgBeforeImage to ws-bko-target-image
                 move ChgDateTime to ws-bko-first-stamp
              end-if
              add 1 to ws-bko-hits
              move ChgAfterImage to ws-bko-last-after
              move ChgDateTime to ws-bko-last-stamp
           else
              if ws-bko-hits > 0 and not backout-refused
                 set backout-refused to true
                 move spaces to ws-bko-reason
                 if ChgDateTime > ws-thru-stamp
                    string "CHANGED AGAIN AFTER WINDOW BY "
                              delimited by size
                           ChgProgram delimited by space
                           " " delimited by size
                           ChgDateTime(1:8) delimited by size
                       into ws-bko-reason
                    end-string
                 else
                    string "ALSO CHANGED IN WINDOW BY "
                              delimited by size
                           ChgProgram delimited by space
                           " " delimited by size
                           ChgDateTime(1:8) delimited by size
                       into ws-bko-reason
                    end-string
                 end-if
              end-if
           end-if.

       X580-write-backout-work.
           move ws-cur-id to BkoCustomerId
           if backout-refused
              set BkoRefuse to true
           else
              set BkoRestore to true
           end-if
           move ws-bko-hits to BkoChangeCount
           move ws-bko-first-stamp to BkoFirstStamp
           move ws-bko-last-stamp to BkoLastStamp
           move ws-bko-reason to BkoReason
           move ws-bko-target-image to BkoTargetImage
           move ws-bko-last-after to BkoLastAfterImage
           write BackoutWorkRecord
           if ws-work-status not = "00"
              display
                 "CUSTREST: WRITE TO BKOWORK FAILED, STATUS="
                 ws-work-status
              move 16 to return-code
              stop run
           end-if.

      *    pass two - the master must still hold what the program
      *    left (the after image of its last change in the window)
      *    before the record is put back, or later work done
      *    outside the trail would be lost.
       X600-apply-backouts.
           open input backout-work-file
           if ws-work-status not = "00"
              display
                 "CUSTREST: UNABLE TO REOPEN BKOWORK, STATUS="
                 ws-work-status
              move 16 to return-code
              stop run
           end-if
           perform X610-read-work-record
           perform until end-of-work
              add 1 to ws-customers-examined
              move BkoCustomerId to ws-cur-id
              move spaces to dtl-reason
              if BkoRefuse
                 move BkoReason to dtl-reason
                 perform X690-refuse-backout
              else
                 perform X620-apply-one-backout
              end-if
              perform X610-read-work-record
           end-perform
           close backout-work-file.

       X610-read-work-record.
           read backout-work-file
              at end set end-of-work to true
           end-read.

       X620-apply-one-backout.
           move 'N' to ws-master-present
           move BkoCustomerId to CustomerId
           read customer-file key is CustomerId
           evaluate ws-customer-status
              when "00"
                 set master-present to true
              when "23"
                 continue
              when other
                 display
                    "CUSTREST: READ OF CUSTFILE FAILED, STATUS="
                    ws-customer-status
                 move 16 to return-code
                 stop run
           end-evaluate
           evaluate true
              when BkoLastAfterImage = spaces and master-present
              when BkoLastAfterImage not = spaces
                    and not master-present
              when master-present
                    and CustomerRecord not = BkoLastAfterImage
                 move "MASTER NO LONGER MATCHES LAST CHANGE ON TRAIL"
                    to dtl-reason
                 perform X690-refuse-backout
              when BkoTargetImage = spaces
                    and BkoLastAfterImage = spaces
                 add 1 to ws-records-no-action
                 move BkoLastAfterImage to ws-image-rec
                 move "NO ACTION" to dtl-disposition
                 move "ADDED AND DELETED INSIDE THE WINDOW"
                    to dtl-reason
                 perform X700-print-register-detail
              when BkoTargetImage = spaces
                 perform X630-remove-added-customer
              when BkoLastAfterImage = spaces
                 perform X640-readd-deleted-customer
              when other
                 perform X650-restore-changed-customer
           end-evaluate.

       X630-remove-added-customer.
           move CustomerRecord to ws-before-image
           delete customer-file record
           if ws-customer-status not = "00"
              display
                 "CUSTREST: DELETE FROM CUSTFILE FAILED, STATUS="
                 ws-customer-status
              move 16 to return-code
              stop run
           end-if
           move 'D' to ws-chg-action
           move spaces to ws-after-image
           perform X970-write-change-history
           add 1 to ws-records-removed
           add BkoChangeCount to ws-changes-backed-out
           move ws-before-image to ws-image-rec
           move "REMOVED" to dtl-disposition
           perform X680-describe-backout
           perform X700-print-register-detail.

       X640-readd-deleted-customer.
           move BkoTargetImage to CustomerRecord
           write CustomerRecord
           if ws-customer-status not = "00"
                 and ws-customer-status not = "02"
              display
                 "CUSTREST: WRITE TO CUSTFILE FAILED, STATUS="
                 ws-customer-status
              move 16 to return-code
              stop run
           end-if
           move 'A' to ws-chg-action
           move spaces to ws-before-image
           move CustomerRecord to ws-after-image
           perform X970-write-change-history
           add 1 to ws-records-readded
           add BkoChangeCount to ws-changes-backed-out
           move CustomerRecord to ws-image-rec
           move "RE-ADDED" to dtl-disposition
           perform X680-describe-backout
           perform X700-print-register-detail.

       X650-restore-changed-customer.
           move CustomerRecord to ws-before-image
           move BkoTargetImage to CustomerRecord
           rewrite CustomerRecord
           if ws-customer-status not = "00"
                 and ws-customer-status not = "02"
              display
                 "CUSTREST: REWRITE OF CUSTFILE FAILED, STATUS="
                 ws-customer-status
              move 16 to return-code
              stop run
           end-if
           move 'R' to ws-chg-action
           move CustomerRecord to ws-after-image
           perform X970-write-change-history
           add 1 to ws-records-restored
           add BkoChangeCount to ws-changes-backed-out
           move CustomerRecord to ws-image-rec
           move "RESTORED" to dtl-disposition
           perform X680-describe-backout
           perform X700-print-register-detail.

       X680-describe-backout.
           move spaces to dtl-reason
           string BkoChangeCount delimited by size
                  " CHANGE(S) " delimited by size
                  BkoFirstStamp(1:8) delimited by size
                  " " delimited by size
                  BkoFirstStamp(9:6) delimited by size
                  " TO " delimited by size
                  BkoLastStamp(1:8) delimited by size
                  " " delimited by size
                  BkoLastStamp(9:6) delimited by size
              into dtl-reason
           end-string.

       X690-refuse-backout.
           add 1 to ws-records-refused
           if ws-return-code < 4
              move 4 to ws-return-code
           end-if
           move BkoLastAfterImage to ws-image-rec
           if ws-image-rec = spaces
              move BkoTargetImage to ws-image-rec
           end-if
           move "REFUSED" to dtl-disposition
           perform X700-print-register-detail.

       X750-print-register-header.
           add 1 to ws-page-number
           move ws-run-date to hdr-run-date
           move ws-page-number to hdr-page-no
           if ws-page-number = 1
              write register-record from ws-register-header-1
           else
              write register-record from ws-register-header-1
                 after advancing page
           end-if
           write register-record from ws-register-header-2
              after advancing 2 lines
           write register-record from ws-register-header-3
              after advancing 2 lines
           move 5 to ws-lines-on-page.

       X700-print-register-detail.
           if ws-lines-on-page >= ws-lines-per-page
              perform X750-print-register-header
           end-if
           move ws-cur-id to dtl-customer-id
           move ImgLastname to dtl-lastname
           move ImgFirstname to dtl-firstname
           move ImgAddrCity to dtl-city
           move ImgAddrState to dtl-state
           move ImgCustomerStatus to dtl-status
           write register-record from ws-register-detail
              after advancing 1 line
           if ws-register-status not = "00"
              display
                 "CUSTREST: WRITE TO RESTRPT FAILED, STATUS="
                 ws-register-status
              move 16 to return-code
              stop run
           end-if
           add 1 to ws-lines-on-page.

       X900-print-register-totals.
           move ws-customers-examined to tot-examined
           write register-record from ws-register-total-1
              after advancing 2 lines
           if mode-backout
              move ws-changes-backed-out to tot-backed-out
              move ws-records-restored to tot-restored
              move ws-records-readded to tot-readded
              move ws-records-removed to tot-removed
              move ws-records-refused to tot-refused
              move ws-records-no-action to tot-no-action
              write register-record from ws-register-total-4
                 after advancing 1 line
              write register-record from ws-register-total-5
                 after advancing 1 line
              write register-record from ws-register-total-6
                 after advancing 1 line
              write register-record from ws-register-total-7
                 after advancing 1 line
              write register-record from ws-register-total-8
                 after advancing 1 line
              write register-record from ws-register-total-9
                 after advancing 1 line
           else
              move ws-images-rebuilt to tot-rebuilt
              move ws-not-on-file to tot-not-on-file
              write register-record from ws-register-total-2
                 after advancing 1 line
              write register-record from ws-register-total-3
                 after advancing 1 line
           end-if.

       X970-write-change-history.
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
           move "CUSTREST" to ChgProgram
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
                 "CUSTREST: WRITE TO CHGHIST FAILED, STATUS="
                 ws-chghist-status
              move 16 to return-code
              stop run
           end-if.
