      *> exception key, reason and pair, its first and last sighting,
      *> the final age in cycles and the cycle date it cleared.  The
      *> clearance report and the monthly "how long do NB exceptions
      *> take" questions read this file.  The recurrence count and
      *> original first date ride along so an exception that comes
      *> back is recognised as a recurrence rather than a new item;
      *> the latest record for a key, reason and pair is the one
      *> that counts.
      *> REASON CODE VALUES ARE THE RECEXT ONES (NA/NB/FM).
      *>----------------------------------------------------------------*
       01 RECCLR-RECORD.
           05 RECCLR-LAST-DATE             PIC X(08).
           05 RECCLR-FINAL-AGE             PIC 9(03).
           05 RECCLR-CLEARED-DATE          PIC X(08).
           05 RECCLR-RECUR-COUNT           PIC 9(03).
           05 RECCLR-ORIG-FIRST-DATE       PIC X(08).
