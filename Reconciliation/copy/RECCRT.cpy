      *>----------------------------------------------------------------*
      *> RECCRT.CPY
      *> Certification record - the supervisor's sign-off of a night's
      *> balancing, appended to the CERTFILE dataset by RECCERT, one
      *> per sign-off.  A certification names the cycle (the RECON
      *> run date), one pair or ALL for every pair that ran, the user
      *> who signed, when, and whether the cycle was certified or
      *> rejected.  RECCERT checks a certification against the RECPRS
      *> pair results and refuses one that covers a held pair unless
      *> it carries an override reason; the held-pair count records
      *> how many held pairs that reason was given for.  Downstream
      *> release jobs run CERTCHK against the dataset and RECDASH
      *> shows who certified each cycle and when.  The dataset is
      *> only appended to: a later record for the same cycle and pair
      *> supersedes an earlier one, so a rejection can be replaced by
      *> a certification once the night is put right, or the reverse.
      *> DECISION VALUES:  C = CERTIFIED
      *>                   R = REJECTED
      *>----------------------------------------------------------------*
       01 RECCRT-RECORD.
           05 RECCRT-CYCLE-DATE            PIC X(08).
           05 RECCRT-PAIR-ID               PIC X(08).
           05 RECCRT-DECISION              PIC X(01).
               88 RECCRT-CERTIFIED                    VALUE "C".
               88 RECCRT-REJECTED                     VALUE "R".
           05 RECCRT-USER-ID               PIC X(08).
           05 RECCRT-CERT-DATE             PIC X(08).
           05 RECCRT-CERT-TIME             PIC X(06).
           05 RECCRT-PAIRS-COVERED         PIC 9(03).
           05 RECCRT-HELD-COUNT            PIC 9(03).
           05 RECCRT-COMMENT               PIC X(60).
           05 RECCRT-OVERRIDE-REASON       PIC X(60).
           05 FILLER                       PIC X(35).
