      *>----------------------------------------------------------------*
      *> RECRUL.CPY
      *> Auto-disposition rule - one entry of the DSPRULE dataset that
      *> EXCRULE applies to the night's RECON extract (RECEXT) and
      *> field detail (RECFLD) ahead of EXCAGE, so the patterns the
      *> balancing desk would otherwise mark by hand arrive already
      *> dispositioned.  Rules are tried in dataset order and the
      *> first one an exception satisfies wins.  Every test left
      *> blank matches anything:
      *>   REASON       the RECEXT reason code
      *>   PAIR         the pair id ("*" = every pair)
      *>   KEY LOW/HIGH the key range, either end open when blank
      *>   FIELD        a differing field, by its field-dictionary
      *>                name or, for a FIELD-card field, its
      *>                two-digit field number (01-10)
      *>   SCOPE        O = that field is the only one that differs
      *>                A = that field differs, others may too
      *>                (blank = O when a field is given)
      *>   MAX DIFF     nine digits - the most the field may differ
      *>                by, in stored units; with no field, the most
      *>                any differing field may differ by.  A CHAR or
      *>                DATE field has no difference and never
      *>                satisfies a limit.
      *> A field or difference test needs reason FM (or blank), the
      *> only reason RECON writes field detail for.  The rule's
      *> status, owner and note become the RECDSP disposition; a
      *> blank owner is taken as the rule id.  Entries that are
      *> blank or start with "*" are comments.
      *> SCOPE VALUES:        O = ONLY THIS FIELD   A = ANY FIELDS
      *> STATUS CODE VALUES:  AS RECDSP.CPY - IN, AD OR PU
      *>----------------------------------------------------------------*
       01 RECRUL-RECORD.
           05 RECRUL-RULE-ID               PIC X(08).
           05 FILLER                       PIC X(01).
           05 RECRUL-REASON-CODE           PIC X(02).
           05 FILLER                       PIC X(01).
           05 RECRUL-PAIR-ID               PIC X(08).
           05 FILLER                       PIC X(01).
           05 RECRUL-KEY-LOW               PIC X(10).
           05 FILLER                       PIC X(01).
           05 RECRUL-KEY-HIGH              PIC X(10).
           05 FILLER                       PIC X(01).
           05 RECRUL-FIELD                 PIC X(08).
           05 RECRUL-FIELD-NO-VIEW REDEFINES RECRUL-FIELD.
               10 RECRUL-FIELD-NO-X        PIC X(02).
               10 RECRUL-FIELD-NO REDEFINES RECRUL-FIELD-NO-X
                                           PIC 9(02).
               10 RECRUL-FIELD-NO-REST     PIC X(06).
           05 FILLER                       PIC X(01).
           05 RECRUL-FIELD-SCOPE           PIC X(01).
               88 RECRUL-SCOPE-ONLY                   VALUE "O" " ".
               88 RECRUL-SCOPE-ANY                    VALUE "A".
           05 FILLER                       PIC X(01).
           05 RECRUL-MAX-DIFF-X            PIC X(09).
           05 RECRUL-MAX-DIFF REDEFINES RECRUL-MAX-DIFF-X
                                           PIC 9(09).
           05 FILLER                       PIC X(01).
           05 RECRUL-STATUS                PIC X(02).
               88 RECRUL-STATUS-VALID                 VALUE "IN" "AD"
                                                            "PU".
           05 FILLER                       PIC X(01).
           05 RECRUL-OWNER-ID              PIC X(08).
           05 FILLER                       PIC X(01).
           05 RECRUL-NOTE                  PIC X(30).
           05 FILLER                       PIC X(14).
