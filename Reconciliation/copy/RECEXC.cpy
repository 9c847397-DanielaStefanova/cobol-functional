      *> exception enters with an age of one cycle, a surviving one
      *> has its age bumped and its last-seen date and images
      *> refreshed, and one that no longer mismatches is dropped.
      *> An exception that cleared and later comes back is matched
      *> against the cleared history: it re-enters with its
      *> recurrence count (times it has come back) and the date it
      *> was first ever seen; an exception that never cleared has a
      *> count of zero and its own first date as the original.
      *> REASON CODE VALUES ARE THE RECEXT ONES (NA/NB/FM).
      *>----------------------------------------------------------------*
       01 RECEXC-RECORD.
           05 RECEXC-FILEA-DATA            PIC X(500).
           05 RECEXC-FILEB-DATA            PIC X(500).
           05 RECEXC-PAIR-ID               PIC X(08).
           05 RECEXC-RECUR-COUNT           PIC 9(03).
           05 RECEXC-ORIG-FIRST-DATE       PIC X(08).
           05 FILLER                       PIC X(01).
