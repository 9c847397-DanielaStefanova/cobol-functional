      *>----------------------------------------------------------------*
      *> RECGLM.CPY
      *> Pair-to-general-ledger account map for the accepted-difference
      *> write-off journal.  One entry per reconciliation pair names the
      *> control account the difference sits in and the write-off
      *> account it is cleared to.  A blank pair id is the entry for
      *> exceptions from single-pair runs, which carry no pair id.
      *> Pair ids are unique - a second entry for the same pair
      *> rejects the dataset.
      *>----------------------------------------------------------------*
       01 RECGLM-RECORD.
           05 RECGLM-PAIR-ID               PIC X(08).
           05 RECGLM-CONTROL-ACCOUNT       PIC X(12).
           05 RECGLM-WRITEOFF-ACCOUNT      PIC X(12).
           05 FILLER                       PIC X(48).
