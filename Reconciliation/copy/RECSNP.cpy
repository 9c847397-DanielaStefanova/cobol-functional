      *>----------------------------------------------------------------*
      *> RECSNP.CPY
      *> Snapshot catalog record - one appended to the SNAPCAT
      *> dataset by FILEPROV each time it proves an arriving extract
      *> that was named on a SNAPSHOT card.  It records which feed
      *> and cycle date the extract is, the dataset it landed in,
      *> and the data record count and trailer amount hash it was
      *> proved against (blank hash when no amount card was given).
      *> A re-pull for the same feed and cycle date is appended
      *> again; the last entry for a feed and cycle date is the one
      *> RECON resolves a PAIRLIST snapshot reference to.  An
      *> extract whose proof fails (RC over 4) is not catalogued.
      *>----------------------------------------------------------------*
       01 RECSNP-RECORD.
           05 RECSNP-FEED-ID               PIC X(08).
           05 RECSNP-CYCLE-DATE            PIC X(08).
           05 RECSNP-DSNAME                PIC X(44).
           05 RECSNP-RECORD-COUNT          PIC 9(09).
           05 RECSNP-AMOUNT-HASH           PIC X(11).
           05 RECSNP-PROOF-RC              PIC 9(02).
           05 RECSNP-PROVED-DATE           PIC X(08).
           05 RECSNP-PROVED-TIME           PIC X(06).
           05 FILLER                       PIC X(04).
