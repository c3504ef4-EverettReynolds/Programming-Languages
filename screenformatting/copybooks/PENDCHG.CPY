      *================================================================
      *  PENDCHG.CPY
      *  Pending online change - one per update keyed at the custinq
      *  screen. The counter operator's change no longer rewrites
      *  the master; it waits here, keyed by CustomerId plus the
      *  date/time it was keyed (plus a sequence tie-breaker, as on
      *  CUSTHIST.CPY), with the operator, the full before and
      *  after images of the CustomerRecord, and its review state.
      *  chgaprv applies the supervisor's decisions: an approved
      *  change is rewritten to the master (with its change-history
      *  record), a rejected one is kept with the reviewer and the
      *  reason so the waiting/rejected report can show it.
      *  PendChangeType says which record the images are: the
      *  CustomerRecord, or the customer's ContactRecord (see
      *  CUSTCONT.CPY) when the change was keyed at the contact
      *  screen - before image spaces if the customer had no contact
      *  record yet, after image spaces if it is being withdrawn.
      *================================================================
       01  PendingChangeRecord.
           02  PendChgKey.
               03  PendCustomerId   PIC X(10).
               03  PendDateTime     PIC X(16).
               03  PendSequence     PIC 9(03).
           02  PendOperator         PIC X(08).
           02  PendChangeType       PIC X(01).
               88  PendMasterChange VALUE 'M'.
               88  PendContactChange VALUE 'C'.
           02  PendStatus           PIC X(01).
               88  PendAwaiting     VALUE 'P'.
               88  PendApproved     VALUE 'A'.
               88  PendRejected     VALUE 'R'.
           02  PendReviewer         PIC X(08).
           02  PendReviewDateTime   PIC X(16).
           02  PendRejectReason     PIC X(40).
           02  PendBeforeImage      PIC X(180).
           02  PendAfterImage       PIC X(180).
