      *>----------------------------------------------------------------*
      *> RECDIC.CPY
      *> Field dictionary entry - one card of the FLDDICT dataset that
      *> names the fields of a feed's data portion, so RECON, RECONPAIR,
      *> CSVLOAD, DELTAAPL, FILEPROV and FLDPROF take one set of field
      *> definitions by feed id (a DICTIONARY card) instead of each
      *> run repeating them on FIELD, AMOUNT and MASKFIELD cards.  One
      *> dataset holds every feed; a run loads only its own feed's
      *> entries (RECDIP.CPY).  The range, type and tolerance are
      *> written exactly as on the cards they replace:
      *>     RANGE      FFF-TTT within the data portion
      *>     TYPE       CHAR, ZONED, SIGNED, PACKED OR DATE
      *>     TOLERANCE  SEVEN DIGITS, 9(5)V99, OR BLANK FOR NONE
      *>     CURRENCY   "BASE" FOR A TOLERANCE IN BASE CURRENCY
      *> A record-type entry applies only to records of that type, as
      *> a FIELD card after a RECTYPE FOR card does.  Entries that are
      *> blank or start with "*" are comments.
      *> USAGE VALUES:      C = COMPARED FIELD (BLANK READS AS C)
      *>                    A = THE RECORD AMOUNT
      *>                    N = NAMED ONLY, NOT COMPARED
      *> SENSITIVE VALUES:  Y = MASKED ON PRINTED AND EXTRACTED IMAGES
      *>----------------------------------------------------------------*
       01 RECDIC-RECORD.
           05 RECDIC-FEED-ID               PIC X(08).
           05 FILLER                       PIC X(01).
           05 RECDIC-FIELD-NAME            PIC X(08).
           05 FILLER                       PIC X(01).
           05 RECDIC-RANGE.
               10 RECDIC-FROM-X            PIC X(03).
               10 RECDIC-RANGE-DASH        PIC X(01).
               10 RECDIC-TO-X              PIC X(03).
           05 FILLER                       PIC X(01).
           05 RECDIC-TYPE                  PIC X(06).
           05 FILLER                       PIC X(01).
           05 RECDIC-USAGE                 PIC X(01).
               88 RECDIC-USAGE-COMPARE                VALUE "C" " ".
               88 RECDIC-USAGE-AMOUNT                 VALUE "A".
               88 RECDIC-USAGE-NAMED                  VALUE "N".
           05 FILLER                       PIC X(01).
           05 RECDIC-TOLERANCE             PIC X(07).
           05 FILLER                       PIC X(01).
           05 RECDIC-TOL-CURRENCY          PIC X(04).
           05 FILLER                       PIC X(01).
           05 RECDIC-SENSITIVE             PIC X(01).
               88 RECDIC-SENSITIVE-YES                VALUE "Y".
           05 FILLER                       PIC X(01).
           05 RECDIC-RECTYPE               PIC X(04).
           05 FILLER                       PIC X(26).
