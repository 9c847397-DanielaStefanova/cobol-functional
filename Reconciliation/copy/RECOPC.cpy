      *>----------------------------------------------------------------*
      *> RECOPC.CPY
      *> Orphan pairing candidate - one probable "same record under two
      *> keys" match between a not-on-file-A and a not-on-file-B
      *> exception of the same pair, written by ORPHPAIR in rank order.
      *> The score is the percentage similarity of the two images over
      *> the FIELD-card fields (100 = identical on every field).  The
      *> desk reviews the list and marks each candidate it agrees with
      *> CONFIRM-FLAG "Y" and its user id, or "N" to turn it down;
      *> CORRGEN takes only the confirmed candidates and corrects them
      *> as a key change (a pair of RECDLT "K" legs) instead of a
      *> delete plus an add.
      *> NA-KEY  = KEY OF THE NOT-ON-FILE-A EXCEPTION (ONLY ON FILE B)
      *> NB-KEY  = KEY OF THE NOT-ON-FILE-B EXCEPTION (ONLY ON FILE A)
      *>----------------------------------------------------------------*
       01 RECOPC-RECORD.
           05 RECOPC-PAIR-ID               PIC X(08).
           05 RECOPC-NA-KEY                PIC X(10).
           05 RECOPC-NB-KEY                PIC X(10).
           05 RECOPC-SCORE                 PIC 9(03).
           05 RECOPC-FIELDS-COMPARED       PIC 9(02).
           05 RECOPC-FIELDS-EQUAL          PIC 9(02).
           05 RECOPC-RANK                  PIC 9(04).
           05 RECOPC-RUN-DATE              PIC X(08).
           05 RECOPC-CONFIRM-FLAG          PIC X(01).
               88 RECOPC-CONFIRMED                    VALUE "Y".
               88 RECOPC-REJECTED                     VALUE "N".
               88 RECOPC-PENDING                      VALUE " ".
           05 RECOPC-CONFIRM-USER          PIC X(08).
           05 FILLER                       PIC X(24).
