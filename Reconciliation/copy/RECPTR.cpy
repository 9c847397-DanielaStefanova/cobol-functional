      *>----------------------------------------------------------------*
      *> RECPTR.CPY
      *> Partitioned-run restart record - the PARTRST dataset RECON
      *> keeps while a PARTITION card splits one pair into key ranges.
      *> A fresh run writes the plan first: one P record per range
      *> with its low and high compare keys.  Each range that comes
      *> back from its engine clean then adds a D record carrying the
      *> engine's RECPRM OUT section exactly as returned, and its work
      *> datasets stay on disk for the merge.  A rerun over the same
      *> FILEA/FILEB with the same range count takes the plan from
      *> here (the sampled boundaries are not drawn again), restores
      *> the D ranges from their saved results and dispatches only the
      *> ranges without one.  A run that merges every range empties
      *> the dataset, as it does the RESTART checkpoint.
      *> RECORD TYPE VALUES:  P = RANGE PLAN    D = RANGE DONE
      *>----------------------------------------------------------------*
       01 RECPTR-RECORD.
           05 RECPTR-REC-TYPE              PIC X(01).
               88 RECPTR-PLAN-REC                     VALUE "P".
               88 RECPTR-DONE-REC                     VALUE "D".
           05 RECPTR-FILEA-NAME            PIC X(44).
           05 RECPTR-FILEB-NAME            PIC X(44).
           05 RECPTR-RANGE-COUNT           PIC 9(02).
           05 RECPTR-RANGE-NO              PIC 9(02).
           05 RECPTR-LOW-KEY               PIC X(32).
           05 RECPTR-HIGH-KEY              PIC X(32).
           05 RECPTR-RUN-DATE              PIC X(08).
           05 RECPTR-RANGE-RESULT          PIC X(8214).
