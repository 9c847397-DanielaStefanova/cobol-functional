      *>----------------------------------------------------------------*
      *> RECFXR.CPY
      *> Dated foreign-exchange rate for multi-currency amount
      *> balancing.  One row per currency per effective date; the rate
      *> is the number of base-currency units one unit of the currency
      *> is worth, to eight decimal places.  The reconciliation takes,
      *> for each currency, the row with the latest effective date on
      *> or before the run date.  Two rows in force for the same
      *> currency and effective date, or a rate that is not numeric
      *> or is zero, reject the dataset.  The base currency needs no
      *> row - it converts at one.
      *>----------------------------------------------------------------*
       01 RECFXR-RECORD.
           05 RECFXR-CURRENCY              PIC X(03).
           05 RECFXR-EFFECTIVE-DATE        PIC X(08).
           05 RECFXR-RATE                  PIC 9(07)V9(08).
           05 FILLER                       PIC X(54).
