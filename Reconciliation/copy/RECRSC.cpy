      *>----------------------------------------------------------------*
      *> RECRSC.CPY
      *> Restart-plan record - written to the RSTCTL dataset by
      *> RSTCOORD, the first step of a restarted nightly stream, one
      *> per step of the chain in stream order.  RSTCOORD reads the
      *> run-control, step-control and restart datasets for the cycle
      *> date and records what it found for the step and what the
      *> step is to do.  RECON, EXCAGE, GLWOFF, DELTAGEN and DELTAAPL
      *> read the plan as they start (RECRSP.CPY): a step already
      *> completed for the cycle skips itself, so a restart never
      *> ages the exceptions or applies the deltas twice; a step that
      *> stopped at a checkpoint must find its restart dataset or it
      *> stops rather than run the cycle again from the top.  A step
      *> follows its newest record (highest PLAN-DATE and PLAN-TIME)
      *> and takes the cycle from it, not from the system date, so a
      *> restart that runs past midnight or under a CYCLE card is
      *> still honoured.  RSTCOORD writes the dataset new each time
      *> it runs; the restarted stream deletes it when it ends, so an
      *> ordinary night runs without one.  A record whose PLAN-DATE
      *> is before yesterday is a plan left behind: the step ignores
      *> it, says so on the console, and runs as normal.
      *> ACTION VALUES:  S = SKIP     (ALREADY COMPLETED)
      *>                 R = RESUME   (FROM ITS CHECKPOINT)
      *>                 N = RUN      (FROM THE START)
      *> FOUND VALUES:   C = COMPLETED           F = COMPLETED UNDER
      *>                 P = STOPPED AT A            FORCE
      *>                     CHECKPOINT          N = NO TRACE
      *>----------------------------------------------------------------*
       01 RECRSC-RECORD.
           05 RECRSC-CYCLE-DATE            PIC X(08).
           05 RECRSC-PROGRAM-ID            PIC X(08).
           05 RECRSC-STEP-SEQ              PIC 9(02).
           05 RECRSC-ACTION                PIC X(01).
               88 RECRSC-ACTION-SKIP                  VALUE "S".
               88 RECRSC-ACTION-RESUME                VALUE "R".
               88 RECRSC-ACTION-RUN                   VALUE "N".
           05 RECRSC-FOUND                 PIC X(01).
               88 RECRSC-FOUND-COMPLETED              VALUE "C".
               88 RECRSC-FOUND-FORCED                 VALUE "F".
               88 RECRSC-FOUND-CHECKPOINT             VALUE "P".
               88 RECRSC-FOUND-NOTHING                VALUE "N".
           05 RECRSC-CHECKPOINT-KEY        PIC X(10).
           05 RECRSC-KEYS-PROCESSED        PIC 9(09).
           05 RECRSC-PLAN-DATE             PIC X(08).
           05 RECRSC-PLAN-TIME             PIC X(06).
           05 FILLER                       PIC X(27).
