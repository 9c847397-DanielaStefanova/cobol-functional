      *> business-calendar id whose holidays drive that pair's
      *> cycle-date validation (blank is the default calendar).
      *> Entries that are blank or start with "*" are comments.
      *> Either dataset may instead be named by snapshot: "@" in its
      *> first byte, the feed id in bytes 2-9 and the cycle in bytes
      *> 11-18 - TODAY (the run date), PREVBUS (the business day
      *> before it on the pair's calendar) or a YYYYMMDD date - and
      *> RECON takes the dataset FILEPROV last proved for that feed
      *> and cycle date from the SNAPCAT catalog (RECSNP.CPY).  A
      *> pair whose snapshot was never proved is refused.
      *>----------------------------------------------------------------*
       01 RECPAIR-RECORD.
           05 RECPAIR-PAIR-ID.
               10 FILLER                   PIC X(07).
           05 FILLER                       PIC X(01).
           05 RECPAIR-FILEA-NAME           PIC X(44).
           05 RECPAIR-FILEA-SNAP REDEFINES RECPAIR-FILEA-NAME.
               10 RECPAIR-FILEA-SNAP-FLAG PIC X(01).
                   88 RECPAIR-FILEA-BY-SNAP           VALUE "@".
               10 RECPAIR-FILEA-FEED-ID   PIC X(08).
               10 FILLER                   PIC X(01).
               10 RECPAIR-FILEA-CYCLE     PIC X(08).
               10 FILLER                   PIC X(26).
           05 FILLER                       PIC X(01).
           05 RECPAIR-FILEB-NAME           PIC X(44).
           05 RECPAIR-FILEB-SNAP REDEFINES RECPAIR-FILEB-NAME.
               10 RECPAIR-FILEB-SNAP-FLAG PIC X(01).
                   88 RECPAIR-FILEB-BY-SNAP           VALUE "@".
               10 RECPAIR-FILEB-FEED-ID   PIC X(08).
               10 FILLER                   PIC X(01).
               10 RECPAIR-FILEB-CYCLE     PIC X(08).
               10 FILLER                   PIC X(26).
           05 FILLER                       PIC X(01).
           05 RECPAIR-TOL-COUNT            PIC X(07).
           05 RECPAIR-TOL-COUNT-N REDEFINES RECPAIR-TOL-COUNT
