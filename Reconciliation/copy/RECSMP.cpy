      *>----------------------------------------------------------------*
      *> RECSMP.CPY
      *> Matched-key audit sample - written by RECON to the SMPFILE
      *> dataset under a SAMPLE card, as positive evidence that the
      *> keys counted as matched really were compared.  Every key taken
      *> into the sample gives one K record carrying both images as
      *> compared, masked through the MASKFIELD cards, followed - when
      *> FIELD cards are in play - by one F record per field compared
      *> on that key with both values and the signed difference in
      *> stored units (a masked field's values are asterisks).  The K
      *> record says why the key was taken and where it fell among
      *> the pair's matched keys; the method, interval, minimum and
      *> seed on the run-history record (RECHST.CPY) draw the same
      *> keys again from the same inputs.
      *> RECORD TYPE VALUES:  K = SAMPLED KEY    F = FIELD VALUES
      *> TAKEN BY VALUES:     E = EVERY NTH MATCHED KEY
      *>                      R = SEEDED RANDOM DRAW
      *>                      M = TOPPED UP TO THE PAIR MINIMUM
      *>----------------------------------------------------------------*
       01 RECSMP-RECORD.
           05 RECSMP-REC-TYPE              PIC X(01).
               88 RECSMP-KEY-REC                      VALUE "K".
               88 RECSMP-FIELD-REC                    VALUE "F".
           05 RECSMP-PAIR-ID               PIC X(08).
           05 RECSMP-KEY                   PIC X(10).
           05 RECSMP-RUN-DATE              PIC X(08).
           05 RECSMP-BODY                  PIC X(1020).
           05 RECSMP-KEY-BODY REDEFINES RECSMP-BODY.
               10 RECSMP-TAKEN-BY          PIC X(01).
                   88 RECSMP-TAKEN-EVERY              VALUE "E".
                   88 RECSMP-TAKEN-RANDOM             VALUE "R".
                   88 RECSMP-TAKEN-MINIMUM            VALUE "M".
               10 RECSMP-MATCH-SEQ         PIC 9(09).
               10 RECSMP-RECORD-TYPE       PIC X(04).
               10 RECSMP-REC-LEN           PIC 9(03).
               10 RECSMP-FILEA-DATA        PIC X(500).
               10 RECSMP-FILEB-DATA        PIC X(500).
               10 FILLER                   PIC X(03).
           05 RECSMP-FIELD-BODY REDEFINES RECSMP-BODY.
               10 RECSMP-FIELD-NO          PIC 9(02).
               10 RECSMP-FIELD-NAME        PIC X(08).
               10 RECSMP-FIELD-TYPE        PIC X(01).
               10 RECSMP-FIELD-FROM        PIC 9(03).
               10 RECSMP-FIELD-LEN         PIC 9(03).
               10 RECSMP-A-VALUE           PIC X(40).
               10 RECSMP-B-VALUE           PIC X(40).
               10 RECSMP-DIFFERENCE        PIC S9(15)
                                           SIGN IS LEADING SEPARATE.
               10 FILLER                   PIC X(907).
