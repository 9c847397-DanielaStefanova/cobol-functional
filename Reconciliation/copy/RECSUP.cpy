      *> suppressed exceptions on their own summary line and keeps
      *> them off the extract and the detail report; an entry past
      *> its expiry date stops suppressing and is reported instead.
      *> REASON CODE VALUES ARE THE RECEXT ONES (NA/NB/FM, AND GT
      *> FOR AN AGGREGATE PAIR).
      *> SUPMAINT maintains the list: it stamps the requester beside
      *> the authorizer and the date the entry was last added or
      *> renewed, so every entry carries its own audit trail.
      *>----------------------------------------------------------------*
       01 RECSUP-RECORD.
           05 RECSUP-KEY                   PIC X(10).
           05 RECSUP-PAIR-ID               PIC X(08).
           05 RECSUP-EXPIRY-DATE           PIC X(08).
           05 RECSUP-AUTH-USER             PIC X(08).
           05 RECSUP-REQ-USER              PIC X(08).
           05 RECSUP-MAINT-DATE            PIC X(08).
           05 FILLER                       PIC X(28).
