      *>----------------------------------------------------------------*
      *> RECSUS.CPY
      *> Suppress-list usage record - one appended to the SUPUSAGE
      *> dataset per active suppress-list entry at the end of every
      *> completed reconciliation run, carrying the number of
      *> exceptions that entry kept off the extract in that run.  A
      *> run date is one cycle; an entry that shows no hits across
      *> the last few cycles it was loaded for is a candidate for
      *> retirement, which the SUPMAINT forecast reports.
      *>----------------------------------------------------------------*
       01 RECSUS-RECORD.
           05 RECSUS-RUN-DATE              PIC X(08).
           05 RECSUS-KEY                   PIC X(10).
           05 RECSUS-REASON-CODE           PIC X(02).
           05 RECSUS-PAIR-ID               PIC X(08).
           05 RECSUS-EXPIRY-DATE           PIC X(08).
           05 RECSUS-HIT-COUNT             PIC 9(07).
           05 FILLER                       PIC X(37).
