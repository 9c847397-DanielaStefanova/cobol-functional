      *> master generations.  HISTPRUNE retires old months to the
      *> AUDARCH archive the same way it retires the run history,
      *> and AUDLOOK prints one key's change history across cycles.
      *> ACTION CODE VALUES ARE THE RECDLT ONES (A/C/D/K/U).  AN
      *> UPDATE (U) CARRIES THE WHOLE RECORD BEFORE AND AFTER ITS FIELD
      *> RANGES WERE OVERLAID, THE SAME AS A CHANGE.  A KEY
      *> CHANGE LEG ALSO CARRIES THE OTHER LEG'S KEY - THE NEW KEY ON
      *> THE OUT LEG, THE OLD KEY ON THE IN LEG.  A CORRECTION
      *> (ORIGIN "C") ALSO CARRIES WHO PREPARED IT, WHO APPROVED IT
      *> AND WHEN, AS THEY CAME ON THE RECDLT TRANSACTION.  AN
      *> EFFECTIVE-DATED TRANSACTION CARRIES ITS EFFECTIVE DATE - THE
      *> RUN DATE IS THEN THE NIGHT IT CAME DUE, NOT THE NIGHT IT CAME.
      *>----------------------------------------------------------------*
       01 RECAUD-RECORD.
           05 RECAUD-RUN-DATE              PIC X(08).
           05 RECAUD-BEFORE-DATA           PIC X(500).
           05 RECAUD-AFTER-DATA            PIC X(500).
           05 RECAUD-DELTA-RUN-DATE        PIC X(08).
           05 RECAUD-PARTNER-KEY           PIC X(10).
           05 RECAUD-ORIGIN                PIC X(01).
           05 RECAUD-PREPARER-ID           PIC X(08).
           05 RECAUD-APPROVER-ID           PIC X(08).
           05 RECAUD-APPROVAL-DATE         PIC X(08).
           05 RECAUD-EFFECTIVE-DATE        PIC X(08).
           05 FILLER                       PIC X(10).
