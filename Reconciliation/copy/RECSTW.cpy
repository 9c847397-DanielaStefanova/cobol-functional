      *>----------------------------------------------------------------*
      *> RECSTW.CPY
      *> Working storage for the RECSTP.CPY step-timing paragraphs -
      *> copied into WORKING-STORAGE by every program that copies
      *> RECSTP.CPY into its PROCEDURE DIVISION.  The including
      *> program declares STEPTIME-FILE (ASSIGN TO STEPTIME, FILE
      *> STATUS IS RECSTW-FILE-STATUS, record RECSTM.CPY), moves its
      *> own name to RECSTW-PROGRAM-ID and performs
      *> 9800-START-STEP-TIMING first thing.  At normal end of job it
      *> sets RECSTW-RECORD-COUNT to the records it processed and
      *> RECSTW-RETURN-CODE to its final return code and performs
      *> 9810-WRITE-STEP-TIMING.  RECSTW-PAIR-ID stays blank except
      *> for RECON's per-pair records.
      *>----------------------------------------------------------------*
       01 RECSTW-WORK.
           05 RECSTW-PROGRAM-ID            PIC X(08) VALUE SPACES.
           05 RECSTW-PAIR-ID               PIC X(08) VALUE SPACES.
           05 RECSTW-START-STAMP.
               10 RECSTW-START-DATE        PIC X(08) VALUE SPACES.
               10 RECSTW-START-TIME        PIC X(08) VALUE SPACES.
           05 RECSTW-END-DATE              PIC X(08) VALUE SPACES.
           05 RECSTW-END-TIME              PIC X(08) VALUE SPACES.
           05 RECSTW-RECORD-COUNT          PIC 9(09) VALUE ZERO.
           05 RECSTW-RETURN-CODE           PIC 9(02) VALUE ZERO.
           05 RECSTW-FILE-STATUS           PIC X(02) VALUE "00".
               88 RECSTW-FILE-STATUS-OK               VALUE "00".
               88 RECSTW-FILE-STATUS-NOTFND           VALUE "35".
