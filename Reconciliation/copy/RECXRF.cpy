      *>----------------------------------------------------------------*
      *> RECXRF.CPY
      *> Key cross-reference entry for an account-number conversion.
      *> After a conversion the before snapshot still carries the old
      *> keys and the after snapshot the new ones, so every converted
      *> account would otherwise surface as a not-on-file-A plus a
      *> not-on-file-B.  An entry maps one old key to its new key from
      *> the effective date on; the reconciliation and the delta
      *> generator translate the file A keys through the table before
      *> the match-merge.  An entry whose effective date is still in
      *> the future leaves the old key as it is.  Old keys are unique
      *> - a second entry for the same old key rejects the dataset.
      *>----------------------------------------------------------------*
       01 RECXRF-RECORD.
           05 RECXRF-OLD-KEY               PIC X(10).
           05 RECXRF-NEW-KEY               PIC X(10).
           05 RECXRF-EFFECTIVE-DATE        PIC X(08).
           05 FILLER                       PIC X(52).
