      *> ACTION CODE VALUES:  A = ADD     (AFTER IMAGE ONLY)
      *>                      C = CHANGE  (BEFORE AND AFTER IMAGES)
      *>                      D = DELETE  (BEFORE IMAGE ONLY)
      *>                      K = KEY CHANGE (ONE LEG OF A PAIR)
      *>                      U = UPDATE  (FIELD RANGES ONLY)
      *>
      *> A key change moves one record from a wrong key to the right
      *> one - the correction for an NA and an NB exception the desk
      *> has confirmed are the same record under two keys.  The two
      *> keys fall at different places in the keyed merge, so it
      *> travels as two legs, each at its own key: the OUT leg at the
      *> old key carries the before image and names the new key in
      *> the (otherwise unused) after-image slot; the IN leg at the
      *> new key carries the after image and names the old key in
      *> the before-image slot.  The apply treats the OUT leg as a
      *> delete and the IN leg as an add, and audits both with the
      *> partner key so the pair can be read back together.
      *>
      *> An update changes only the bytes it names, so two source
      *> systems that own different fields of one master record do
      *> not overwrite each other with stale images.  Its after-image
      *> slot carries a count of one to ten field ranges (start byte
      *> and length within the data portion) and then the new values
      *> for them, laid end to end in range order.  Its before-image
      *> slot may ask for the bytes being replaced to be checked: with
      *> the check flag "Y" the old values, laid end to end the same
      *> way, must still be on the master or the update is rejected
      *> (UB).  A range outside DELTAAPL's RECLEN, or a range count
      *> outside one to ten, is rejected (UR).
      *>
      *> The suspense fields are blank on a freshly generated delta.
      *> DELTAAPL stamps the rejection reason when it writes a
      *> transaction to the suspense file, and SUSPRECY bumps the
      *> cycles-in-suspense count each time it recycles one.  A
      *> transaction a clerk repairs through SUSPREPR goes back on
      *> the suspense file with reason RP and its count reset to zero.
      *> SUSPENSE REASON VALUES: SQ = DUPLICATE/OUT-OF-SEQUENCE KEY
      *>                         AC = INVALID ACTION CODE
      *>                         KY = KEY MISSING OR INVALID
      *>                         DA = DUPLICATE ADD, KEY ON MASTER
      *>                         KN = KEY NOT ON MASTER
      *>                         AI = AFTER IMAGE MISSING
      *>                         KC = KEY CHANGE LEG MALFORMED
      *>                         UA = CORRECTION NOT APPROVED
      *>                         ED = EFFECTIVE DATE INVALID
      *>                         UR = UPDATE RANGE INVALID
      *>                         UB = UPDATE BEFORE BYTES DIFFER
      *>                         RP = REPAIRED BY SUSPREPR, AWAITING
      *>                              ITS NEXT RECYCLE
      *>                         CF = LOST A SOURCE PRIORITY
      *>                              CONFLICT IN DLTMERGE (DLTCONF
      *>                              CONFLICT FILE, NOT SUSPENSE)
      *>
      *> Corrections CORRGEN generates carry origin "C" and the id of
      *> the clerk who prepared them, and are held on the CORRPEND
      *> pending file.  CORRAPRV records the approver - who must not
      *> be the preparer - and the approval date before they go on to
      *> DELTAAPL, which rejects a correction without them (UA).
      *> The origin, preparer and approval are copied to RECAUD.
      *>
      *> The effective date is optional.  Blank, the transaction
      *> applies on the night it arrives.  A date (YYYYMMDD) after
      *> DELTAAPL's business date holds it on the PENDOUT pending
      *> file until the cycle on whose business date it falls due;
      *> a later transaction for the same key supersedes it there.
      *> A date that is not numeric is rejected (ED).
      *>----------------------------------------------------------------*
       01 RECDLT-RECORD.
           05 RECDLT-ACTION                PIC X(01).
               88 RECDLT-ACTION-ADD                   VALUE "A".
               88 RECDLT-ACTION-CHANGE                VALUE "C".
               88 RECDLT-ACTION-DELETE                VALUE "D".
               88 RECDLT-ACTION-KEYCHG                VALUE "K".
               88 RECDLT-ACTION-UPDATE                VALUE "U".
           05 RECDLT-KEY                   PIC X(10).
           05 RECDLT-BEFORE-DATA           PIC X(500).
           05 RECDLT-KC-FROM-AREA REDEFINES RECDLT-BEFORE-DATA.
               10 RECDLT-KC-FROM-KEY       PIC X(10).
               10 FILLER                   PIC X(490).
           05 RECDLT-UPD-OLD-AREA REDEFINES RECDLT-BEFORE-DATA.
               10 RECDLT-UPD-CHECK         PIC X(01).
                   88 RECDLT-UPD-CHECK-YES            VALUE "Y".
               10 RECDLT-UPD-OLD-VALUES    PIC X(438).
               10 FILLER                   PIC X(61).
           05 RECDLT-AFTER-DATA            PIC X(500).
           05 RECDLT-KC-TO-AREA REDEFINES RECDLT-AFTER-DATA.
               10 RECDLT-KC-TO-KEY         PIC X(10).
               10 FILLER                   PIC X(490).
           05 RECDLT-UPD-AREA REDEFINES RECDLT-AFTER-DATA.
               10 RECDLT-UPD-COUNT         PIC 9(02).
               10 RECDLT-UPD-RANGE         OCCURS 10 TIMES.
                   15 RECDLT-UPD-FROM      PIC 9(03).
                   15 RECDLT-UPD-LEN       PIC 9(03).
               10 RECDLT-UPD-VALUES        PIC X(438).
           05 RECDLT-RUN-DATE              PIC X(08).
           05 RECDLT-SUSP-CYCLES           PIC 9(03).
           05 RECDLT-SUSP-REASON           PIC X(02).
           05 RECDLT-KC-LEG                PIC X(01).
               88 RECDLT-KC-LEG-OUT                   VALUE "O".
               88 RECDLT-KC-LEG-IN                    VALUE "I".
           05 RECDLT-ORIGIN                PIC X(01).
               88 RECDLT-ORIGIN-CORRECTION            VALUE "C".
           05 RECDLT-PREPARER-ID           PIC X(08).
           05 RECDLT-APPROVER-ID           PIC X(08).
           05 RECDLT-APPROVAL-DATE         PIC X(08).
           05 RECDLT-EFFECTIVE-DATE        PIC X(08).
           05 FILLER                       PIC X(02).
