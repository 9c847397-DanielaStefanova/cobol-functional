      *> sides' raw bytes and, for numeric field types, the signed
      *> difference in stored units, so "which field drives the FM
      *> count" is a dataset instead of an eyeballing exercise over
      *> the whole-record images.  A field defined from the feed's
      *> field dictionary (RECDIC.CPY) carries its dictionary name;
      *> one defined on a FIELD card leaves the name blank.
      *> FIELD TYPE VALUES ARE THE FIELD-CARD ONES:
      *>     C = CHAR   Z = ZONED   S = SIGNED   P = PACKED   D = DATE
      *>----------------------------------------------------------------*
           05 RECFLD-B-VALUE               PIC X(40).
           05 RECFLD-DIFFERENCE            PIC S9(15)
                                           SIGN IS LEADING SEPARATE.
           05 RECFLD-FIELD-NAME            PIC X(08).
           05 FILLER                       PIC X(01).
