      *>----------------------------------------------------------------*
      *> RECACC.CPY
      *> Inquiry access entry - one card of the INQACCES dataset that
      *> RECONINQ reads at start-up to decide which pairs' exceptions
      *> each user may see.  Two kinds of entry:
      *>   G  group membership - the user id belongs to the group
      *>   P  pair grant       - the user id or group may inquire on
      *>                         the pair ("*" = every pair)
      *> A pair named on any P entry is restricted to the users and
      *> groups granted it; a pair no entry names, and the blank pair
      *> of a single-pair run, stays open to every user, as does every
      *> pair when the dataset is absent.  Entries that are blank or
      *> start with "*" are comments.
      *> ENTRY TYPE VALUES:  G = GROUP MEMBERSHIP    P = PAIR GRANT
      *>----------------------------------------------------------------*
       01 RECACC-RECORD.
           05 RECACC-ENTRY-TYPE            PIC X(01).
               88 RECACC-GROUP-MEMBER                 VALUE "G".
               88 RECACC-PAIR-GRANT                   VALUE "P".
           05 FILLER                       PIC X(01).
           05 RECACC-USER-OR-GROUP         PIC X(08).
           05 FILLER                       PIC X(01).
           05 RECACC-GROUP-OR-PAIR         PIC X(08).
           05 FILLER                       PIC X(61).
