      *>----------------------------------------------------------------*
      *> RECSTP.CPY
      *> Step-timing paragraphs - the start stamp and the STEPTIME
      *> append (RECSTM.CPY) shared by every suite program, so each
      *> step is timed the same way.  Copied at the end of the
      *> including program's PROCEDURE DIVISION; its working storage
      *> is RECSTW.CPY, whose header says what the program supplies.
      *>----------------------------------------------------------------*
      *> 9800 - STAMP THE START OF THE SPAN BEING TIMED.
      *>----------------------------------------------------------------*
       9800-START-STEP-TIMING.
           ACCEPT RECSTW-START-DATE FROM DATE YYYYMMDD
           ACCEPT RECSTW-START-TIME FROM TIME
           .
       9800-START-STEP-TIMING-EXIT.
           EXIT.
      *>----------------------------------------------------------------*
      *> 9810 - STAMP THE END AND APPEND ONE STEP-TIMING RECORD.  A
      *> MISSING STEPTIME DATASET IS CREATED ON FIRST USE.
      *>----------------------------------------------------------------*
       9810-WRITE-STEP-TIMING.
           ACCEPT RECSTW-END-DATE FROM DATE YYYYMMDD
           ACCEPT RECSTW-END-TIME FROM TIME
           OPEN EXTEND STEPTIME-FILE
           IF RECSTW-FILE-STATUS-NOTFND
               OPEN OUTPUT STEPTIME-FILE
           END-IF
           IF NOT RECSTW-FILE-STATUS-OK
               DISPLAY RECSTW-PROGRAM-ID
                   " OPEN FAILED FOR STEPTIME - STATUS "
                   RECSTW-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO RECSTM-RECORD
           MOVE RECSTW-PROGRAM-ID TO RECSTM-PROGRAM-ID
           MOVE RECSTW-PAIR-ID TO RECSTM-PAIR-ID
           MOVE RECSTW-START-DATE TO RECSTM-START-DATE
           MOVE RECSTW-START-TIME TO RECSTM-START-TIME
           MOVE RECSTW-END-DATE TO RECSTM-END-DATE
           MOVE RECSTW-END-TIME TO RECSTM-END-TIME
           MOVE RECSTW-RECORD-COUNT TO RECSTM-RECORD-COUNT
           MOVE RECSTW-RETURN-CODE TO RECSTM-RETURN-CODE
           WRITE RECSTM-RECORD
           IF NOT RECSTW-FILE-STATUS-OK
               DISPLAY RECSTW-PROGRAM-ID
                   " WRITE FAILED FOR STEPTIME - STATUS "
                   RECSTW-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE STEPTIME-FILE
           .
       9810-WRITE-STEP-TIMING-EXIT.
           EXIT.
