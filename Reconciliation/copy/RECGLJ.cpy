      *>----------------------------------------------------------------*
      *> RECGLJ.CPY
      *> General ledger journal interface record - the write-off
      *> journal GLWOFF raises for exceptions the desk accepted as a
      *> difference (disposition AD) this cycle.  Every accepted
      *> exception posts as a debit line and a credit line for the
      *> same amount, so the journal balances item by item; the
      *> closing trailer carries the line count and the debit and
      *> credit totals the ledger load proves before posting.
      *> Amounts are unsigned, in the stored units of the AMOUNT
      *> card.  The posting date is the cycle date taken from the
      *> business calendar.
      *> RECORD TYPE VALUES:  D = JOURNAL LINE   T = TRAILER
      *> DR-CR VALUES:        D = DEBIT          C = CREDIT
      *>----------------------------------------------------------------*
       01 RECGLJ-RECORD.
           05 RECGLJ-RECORD-TYPE           PIC X(01).
               88 RECGLJ-TYPE-LINE                    VALUE "D".
               88 RECGLJ-TYPE-TRAILER                 VALUE "T".
           05 RECGLJ-CYCLE-DATE            PIC X(08).
           05 RECGLJ-RUN-DATE              PIC X(08).
           05 RECGLJ-LINE.
               10 RECGLJ-LINE-NO           PIC 9(07).
               10 RECGLJ-ACCOUNT           PIC X(12).
               10 RECGLJ-DR-CR             PIC X(01).
                   88 RECGLJ-DEBIT                    VALUE "D".
                   88 RECGLJ-CREDIT                   VALUE "C".
               10 RECGLJ-AMOUNT            PIC 9(15).
               10 RECGLJ-KEY               PIC X(10).
               10 RECGLJ-REASON-CODE       PIC X(02).
               10 RECGLJ-PAIR-ID           PIC X(08).
               10 RECGLJ-OWNER-ID          PIC X(08).
               10 RECGLJ-NARRATIVE         PIC X(30).
               10 FILLER                   PIC X(10).
           05 RECGLJ-TRAILER REDEFINES RECGLJ-LINE.
               10 RECGLJ-TRL-LINE-COUNT    PIC 9(07).
               10 RECGLJ-TRL-DEBIT-TOTAL   PIC 9(15).
               10 RECGLJ-TRL-CREDIT-TOTAL  PIC 9(15).
               10 FILLER                   PIC X(66).
