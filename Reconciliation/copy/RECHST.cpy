      *> the evidence trail for the reconciliation control.  A run
      *> completed under a run-control FORCE card carries "F" in the
      *> forced switch.
      *> The three-file in-flight reconciliation (RECON3) writes one
      *> record per hop, the hop id naming it: the sending side's
      *> count as file A, the receiving side's as file B, keys added
      *> by the hop as not-on-A, keys lost by it as not-on-B and keys
      *> it changed as field mismatches.  Two-file runs leave the hop
      *> id blank.
      *> A RECON run taken under a SAMPLE card records how its matched-
      *> key audit sample (RECSMP.CPY) was drawn - the method, the
      *> interval, the per-pair minimum and the seed - and how many
      *> keys it took, so the sample can be drawn again from the same
      *> inputs; the method is blank when no sample was taken.  The
      *> sample fields took the record from 70 to 100 bytes.
      *> HOP ID VALUES:  T = TRANSFORMATION   L = LOAD
      *> SAMPLE METHOD VALUES:  E = EVERY NTH MATCHED KEY
      *>                        R = SEEDED RANDOM, ONE IN N
      *>----------------------------------------------------------------*
       01 RECHST-RECORD.
           05 RECHST-RUN-DATE              PIC X(08).
           05 RECHST-RECORDS-READ-B        PIC 9(09).
           05 RECHST-FORCED-SW             PIC X(01).
               88 RECHST-FORCED-RERUN                 VALUE "F".
           05 RECHST-HOP-ID                PIC X(01).
               88 RECHST-HOP-TRANSFORMATION           VALUE "T".
               88 RECHST-HOP-LOAD                     VALUE "L".
           05 RECHST-SAMPLE-METHOD         PIC X(01).
               88 RECHST-SAMPLE-EVERY                 VALUE "E".
               88 RECHST-SAMPLE-RANDOM                VALUE "R".
           05 RECHST-SAMPLE-INTERVAL       PIC 9(05).
           05 RECHST-SAMPLE-MINIMUM        PIC 9(03).
           05 RECHST-SAMPLE-SEED           PIC 9(09).
           05 RECHST-SAMPLE-SIZE           PIC 9(07).
           05 FILLER                       PIC X(11).
