      *> paging bridge polls.  One record per alerting condition at end
      *> of a reconciliation run: the run stamp, the console message id
      *> that was issued, the severity, the final return code and the
      *> reason counts behind the alert.  An alert nobody acknowledges
      *> (ALRTACK, RECACK.cpy) is written again by ALRTESC with the
      *> same run stamp, message id and counts, a raised severity and
      *> the contact to page - first-level, then second-level.
      *> SEVERITY VALUES:  E = TOLERANCE BREACH OR SEQUENCE ERRORS
      *>                   W = BATCH WINDOW AT RISK (STEPSLA - THE
      *>                       COUNTS ARE STEPS RUN, STEPS STILL TO
      *>                       RUN, SLA BREACHES, MINUTES LATE)
      *>                   S = UNACKNOWLEDGED - ESCALATED TO THE
      *>                       FIRST-LEVEL CONTACT
      *>                   C = STILL UNACKNOWLEDGED - ESCALATED TO THE
      *>                       SECOND-LEVEL CONTACT
      *> The contact is blank on an original alert, which the paging
      *> bridge routes as it always has.
      *> The run stamp is the identity of the alert - acknowledgements
      *> (RECACK.cpy) name it by run stamp and message id - but it is
      *> taken when the run starts.  The issue stamp is the date and
      *> time the alert itself was written, and is what ALRTESC times
      *> escalation from and ALRTRPT times acknowledgement from; an
      *> escalated copy carries the original alert's issue stamp.
      *> Record length 84 (70 before the issue stamp was added - the
      *> ALERTS dataset is reallocated at the new length).
      *>----------------------------------------------------------------*
       01 RECALT-RECORD.
           05 RECALT-RUN-DATE              PIC X(08).
           05 RECALT-NOT-ON-B-COUNT        PIC 9(09).
           05 RECALT-FIELD-MM-COUNT        PIC 9(09).
           05 RECALT-SEQ-ERR-COUNT         PIC 9(09).
           05 RECALT-CONTACT               PIC X(08).
           05 RECALT-ISSUE-DATE            PIC X(08).
           05 RECALT-ISSUE-TIME            PIC X(06).
