      *> date they have already completed unless FORCE is supplied -
      *> the accidental double run that bumps every exception age
      *> twice has been our worst data-quality incident, not program
      *> bugs.  A FORCE card may name the user forcing the rerun
      *> (FORCE USERID); the name is kept on the forced record for
      *> the control-audit evidence pack and is blank when the card
      *> gives none.
      *> STATUS VALUES:  C = COMPLETED    F = COMPLETED UNDER FORCE
      *>----------------------------------------------------------------*
       01 RECRUN-RECORD.
               88 RECRUN-COMPLETED                    VALUE "C".
               88 RECRUN-FORCED                       VALUE "F".
           05 RECRUN-RUN-TIME              PIC X(06).
           05 RECRUN-FORCED-BY             PIC X(08).
           05 FILLER                       PIC X(41).
