      *>----------------------------------------------------------------*
      *> RECSTM.CPY
      *> Step-timing record - how long each step of the batch window
      *> took.  Every suite program appends one record to the shared
      *> STEPTIME dataset as it ends normally: the program, the start
      *> and end stamps (date YYYYMMDD, time HHMMSSHH from the system
      *> clock), the records it processed and its final return code.
      *> RECON in serial pairlist mode also appends one record per
      *> pair it ran, with the pair id set; the step-level record
      *> always has a blank pair id.  STEPSLA reads the dataset to
      *> show each step's duration against its rolling average and
      *> its SLA time, and to project the night's finish.
      *> A step that ends in error (RC 16 and GOBACK) writes nothing -
      *> its absence from the night is itself the signal.
      *>----------------------------------------------------------------*
       01 RECSTM-RECORD.
           05 RECSTM-PROGRAM-ID            PIC X(08).
           05 RECSTM-PAIR-ID               PIC X(08).
           05 RECSTM-START-DATE            PIC X(08).
           05 RECSTM-START-TIME.
               10 RECSTM-START-HH          PIC 9(02).
               10 RECSTM-START-MM          PIC 9(02).
               10 RECSTM-START-SS          PIC 9(02).
               10 RECSTM-START-HS          PIC 9(02).
           05 RECSTM-END-DATE              PIC X(08).
           05 RECSTM-END-TIME.
               10 RECSTM-END-HH            PIC 9(02).
               10 RECSTM-END-MM            PIC 9(02).
               10 RECSTM-END-SS            PIC 9(02).
               10 RECSTM-END-HS            PIC 9(02).
           05 RECSTM-RECORD-COUNT          PIC 9(09).
           05 RECSTM-RETURN-CODE           PIC 9(02).
           05 FILLER                       PIC X(21).
