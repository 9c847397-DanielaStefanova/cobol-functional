      *> with its exception.  EXCAGE carries dispositions forward
      *> while their exception survives and drops them when it clears;
      *> the aging report and RECONINQ show the status and owner next
      *> to the age.  The balancing desk maintains it through the
      *> RECONINQ *DISP command, which appends each change; a later
      *> record for the same key, reason and pair supersedes an
      *> earlier one, and EXCAGE writes one record per exception.
      *> EXCRULE adds the dispositions its rules (RECRUL.CPY) assign
      *> on DSPAUTO, concatenated after DSPIN on the EXCAGE step; it
      *> never disposes of an exception DSPIN already covers.
      *> STATUS CODE VALUES:  IN = UNDER INVESTIGATION
      *>                      AD = ACCEPTED DIFFERENCE
      *>                      PU = PENDING UPSTREAM FIX
