      *>----------------------------------------------------------------*
      *> RECRPA.CPY
      *> Suspense repair audit record - one appended to the REPAUDIT
      *> dataset by SUSPREPR for every suspended delta transaction a
      *> clerk repairs and releases to the next SUSPRECY merge.  It
      *> says who repaired which suspense record, when, why it had
      *> been rejected, and the action code and after image before
      *> and after the repair.  The record number is the suspended
      *> transaction's position on the SUSPIN generation repaired.
      *>----------------------------------------------------------------*
       01 RECRPA-RECORD.
           05 RECRPA-RUN-DATE              PIC X(08).
           05 RECRPA-RUN-TIME              PIC X(06).
           05 RECRPA-USER-ID               PIC X(08).
           05 RECRPA-KEY                   PIC X(10).
           05 RECRPA-SUSP-RECNO            PIC 9(07).
           05 RECRPA-SUSP-REASON           PIC X(02).
           05 RECRPA-SUSP-CYCLES           PIC X(03).
           05 RECRPA-BEFORE-ACTION         PIC X(01).
           05 RECRPA-AFTER-ACTION          PIC X(01).
           05 RECRPA-BEFORE-AFTER-DATA     PIC X(500).
           05 RECRPA-AFTER-AFTER-DATA      PIC X(500).
           05 FILLER                       PIC X(14).
