      *>----------------------------------------------------------------*
      *> RECACK.CPY
      *> Alert acknowledgement record - one appended to the ALERTACK
      *> dataset by ALRTACK each time the operator or the desk takes
      *> ownership of an alert from the ALERTS dataset (RECALT.cpy).
      *> An alert is known by its run stamp and message id; the
      *> escalated copies ALRTESC writes carry the same three, so one
      *> acknowledgement answers the alert and all its escalations.
      *> ALRTESC stops escalating an acknowledged alert and ALRTRPT
      *> reports the time from the alert to its acknowledgement.  The
      *> level is the highest escalation the alert had reached when it
      *> was acknowledged (0 = none).
      *> SOURCE VALUES:  O = OPERATOR CONSOLE    D = RECONCILIATION DESK
      *>----------------------------------------------------------------*
       01 RECACK-RECORD.
           05 RECACK-ALERT-DATE            PIC X(08).
           05 RECACK-ALERT-TIME            PIC X(06).
           05 RECACK-MSG-ID                PIC X(09).
           05 RECACK-USER-ID               PIC X(08).
           05 RECACK-ACK-DATE              PIC X(08).
           05 RECACK-ACK-TIME              PIC X(06).
           05 RECACK-SOURCE                PIC X(01).
               88 RECACK-FROM-OPERATOR                VALUE "O".
               88 RECACK-FROM-DESK                    VALUE "D".
           05 RECACK-ESC-LEVEL             PIC 9(01).
           05 FILLER                       PIC X(33).
