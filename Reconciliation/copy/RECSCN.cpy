      *>----------------------------------------------------------------*
      *> RECSCN.CPY
      *> Exception-lifecycle expected result - written by GENDATA in
      *> scenario mode alongside its numbered series of cycle extracts,
      *> one record per exception per cycle, stating what the aging
      *> chain (EXCAGE run once per cycle extract, its EXCOUT, DSPOUT
      *> and CLRHIST feeding the next cycle) must show after that
      *> cycle: the exception's age, escalation tier, recurrence count
      *> and first-seen dates while it is open, its final age and
      *> cleared date on the cycle it drops off, and that it is held
      *> back while a suppress-list entry still covers it.  A cycle
      *> on which an already-cleared exception stays away writes no
      *> record.  The cleared date is the run date of the cycle the
      *> exception is first missing from - the date EXCAGE stamps
      *> on CLRHIST when that cycle is aged under a CYCLE card giving
      *> the cycle's date.  The disposition status is the one DSPOUT
      *> should still carry: the generated disposition until the
      *> exception first clears, blank after.
      *> CLASS VALUES:  P = PERSISTS, THEN CLEARS
      *>                R = CLEARS AND RECURS ON A FIXED PERIOD
      *>                T = LIVES ONE CYCLE PAST AN ESCALATE TIER
      *>                S = SUPPRESSED UNTIL ITS ENTRY EXPIRES
      *> STATE VALUES:  O = OPEN ON THIS CYCLE'S EXTRACT
      *>                C = CLEARED ON THIS CYCLE
      *>                S = SUPPRESSED - OFF THE EXTRACT
      *>----------------------------------------------------------------*
       01 RECSCN-RECORD.
           05 RECSCN-CYCLE-NO              PIC 9(02).
           05 RECSCN-CYCLE-DATE            PIC X(08).
           05 RECSCN-KEY                   PIC X(10).
           05 RECSCN-REASON-CODE           PIC X(02).
           05 RECSCN-PAIR-ID               PIC X(08).
           05 RECSCN-CLASS                 PIC X(01).
               88 RECSCN-CLASS-PERSIST                VALUE "P".
               88 RECSCN-CLASS-RECUR                  VALUE "R".
               88 RECSCN-CLASS-TIER                   VALUE "T".
               88 RECSCN-CLASS-SUPPRESS               VALUE "S".
           05 RECSCN-STATE                 PIC X(01).
               88 RECSCN-STATE-OPEN                   VALUE "O".
               88 RECSCN-STATE-CLEARED                VALUE "C".
               88 RECSCN-STATE-SUPPRESSED             VALUE "S".
           05 RECSCN-AGE-CYCLES            PIC 9(03).
           05 RECSCN-TIER                  PIC 9(01).
           05 RECSCN-CLEARED-DATE          PIC X(08).
           05 RECSCN-RECUR-COUNT           PIC 9(03).
           05 RECSCN-FIRST-DATE            PIC X(08).
           05 RECSCN-ORIG-FIRST-DATE       PIC X(08).
           05 RECSCN-DSP-STATUS            PIC X(02).
           05 FILLER                       PIC X(15).
