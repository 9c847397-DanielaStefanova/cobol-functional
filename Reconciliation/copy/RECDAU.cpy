      *>----------------------------------------------------------------*
      *> RECDAU.CPY
      *> Disposition audit record - one appended to the DSPAUDIT
      *> dataset for every disposition a clerk records through the
      *> RECONINQ *DISP command, kept next to the INQAUDIT inquiry
      *> trail.  It says who changed which exception's disposition,
      *> when, and what the status, owner, note and review date were
      *> before and after.  A first disposition for an exception has
      *> a blank before image.
      *> ACTION VALUES:  A = FIRST DISPOSITION   C = CHANGED
      *>----------------------------------------------------------------*
       01 RECDAU-RECORD.
           05 RECDAU-RUN-DATE              PIC X(08).
           05 RECDAU-RUN-TIME              PIC X(06).
           05 RECDAU-USER-ID               PIC X(08).
           05 RECDAU-KEY                   PIC X(10).
           05 RECDAU-REASON-CODE           PIC X(02).
           05 RECDAU-PAIR-ID               PIC X(08).
           05 RECDAU-ACTION                PIC X(01).
               88 RECDAU-ACTION-ADD                   VALUE "A".
               88 RECDAU-ACTION-CHANGE                VALUE "C".
           05 RECDAU-BEFORE.
               10 RECDAU-BEFORE-STATUS     PIC X(02).
               10 RECDAU-BEFORE-OWNER      PIC X(08).
               10 RECDAU-BEFORE-NOTE       PIC X(30).
               10 RECDAU-BEFORE-REVIEW     PIC X(08).
           05 RECDAU-AFTER.
               10 RECDAU-AFTER-STATUS      PIC X(02).
               10 RECDAU-AFTER-OWNER       PIC X(08).
               10 RECDAU-AFTER-NOTE        PIC X(30).
               10 RECDAU-AFTER-REVIEW      PIC X(08).
           05 FILLER                       PIC X(21).
