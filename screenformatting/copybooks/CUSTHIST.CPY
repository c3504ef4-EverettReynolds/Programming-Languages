      *  reverted or their status went Inactive the trail shows
      *  which program changed what, and when. Before image is
      *  spaces on an add; after image is spaces on a delete.
      *  Changes to the customer's contact record (CUSTCONT.CPY)
      *  are logged here too, under their own action codes, with
      *  the ContactRecord as the before and after images - readers
      *  after the master image skip ChgContactEntry records.
      *================================================================
       01  ChangeHistRecord.
           02  ChgHistKey.
               88  ChgAdd           VALUE 'A'.
               88  ChgRewrite       VALUE 'R'.
               88  ChgDelete        VALUE 'D'.
               88  ChgContactAdd    VALUE 'N'.
               88  ChgContactUpdate VALUE 'U'.
               88  ChgContactDelete VALUE 'W'.
               88  ChgMasterEntry   VALUE 'A' 'R' 'D'.
               88  ChgContactEntry  VALUE 'N' 'U' 'W'.
           02  ChgBeforeImage       PIC X(180).
           02  ChgAfterImage        PIC X(180).
