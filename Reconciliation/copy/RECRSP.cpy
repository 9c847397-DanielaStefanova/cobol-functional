      *>----------------------------------------------------------------*
      *> RECRSP.CPY
      *> Restart-plan check - reads the RSTCTL plan RSTCOORD writes
      *> for a restarted stream (RECRSC.CPY) and leaves this step's
      *> action for the cycle date in RECRSW-ACTION.  Copied at the
      *> end of the including program's PROCEDURE DIVISION; its
      *> working storage is RECRSW.CPY, whose header says what the
      *> program supplies.
      *>----------------------------------------------------------------*
      *> 9820 - FIND THIS STEP ON THE PLAN.  THE STEP FOLLOWS THE
      *> NEWEST PLAN RECORD FOR IT (HIGHEST PLAN DATE AND TIME, THE
      *> LAST ONE READ ON A TIE) AND TAKES ITS CYCLE FROM THAT RECORD
      *> - THE CYCLE RSTCOORD PLANNED, WHICH IS NOT TODAY'S DATE WHEN
      *> THE RESTART RUNS PAST MIDNIGHT OR UNDER A CYCLE CARD.  A
      *> RECORD PLANNED BEFORE YESTERDAY IS A PLAN NOBODY CLEARED
      *> AWAY: IT IS IGNORED, AND SAID SO ON THE CONSOLE.  NO RSTCTL
      *> DATASET, OR NO CURRENT RECORD FOR THIS STEP, MEANS RUN AS
      *> NORMAL.
      *>----------------------------------------------------------------*
       9820-CHECK-RESTART-PLAN.
           MOVE SPACES TO RECRSW-CYCLE-DATE
           MOVE SPACES TO RECRSW-PLAN-DATE
           MOVE SPACES TO RECRSW-PLAN-TIME
           MOVE SPACES TO RECRSW-STALE-DATE
           SET RECRSW-ACTION-RUN TO TRUE
           SET RECRSW-EOF-NO TO TRUE
           OPEN INPUT RSTCTL-FILE
           IF RECRSW-FILE-STATUS-NOTFND
               GO TO 9820-CHECK-RESTART-PLAN-EXIT
           END-IF
           IF NOT RECRSW-FILE-STATUS-OK
               DISPLAY RECRSW-PROGRAM-ID
                   " OPEN FAILED FOR RSTCTL - STATUS "
                   RECRSW-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 9828-SET-OLDEST-PLAN-DATE
               THRU 9828-SET-OLDEST-PLAN-DATE-EXIT
           PERFORM 9825-READ-RESTART-PLAN
               THRU 9825-READ-RESTART-PLAN-EXIT
               UNTIL RECRSW-EOF-YES
           CLOSE RSTCTL-FILE
           IF RECRSW-STALE-DATE NOT = SPACES
               MOVE SPACES TO RECRSW-MESSAGE
               STRING RECRSW-PROGRAM-ID DELIMITED BY SPACE
                   ": STALE RESTART PLAN IGNORED - PLANNED "
                   DELIMITED BY SIZE
                   RECRSW-STALE-DATE DELIMITED BY SIZE
                   INTO RECRSW-MESSAGE
               DISPLAY RECRSW-MESSAGE
           END-IF
           EVALUATE TRUE
               WHEN RECRSW-ACTION-SKIP
                   DISPLAY RECRSW-PROGRAM-ID " CYCLE "
                       RECRSW-CYCLE-DATE
                       " ALREADY COMPLETED - SKIPPED PER RESTART PLAN"
               WHEN RECRSW-ACTION-RESUME
                   DISPLAY RECRSW-PROGRAM-ID " CYCLE "
                       RECRSW-CYCLE-DATE
                       " RESUMES FROM ITS CHECKPOINT PER RESTART PLAN"
           END-EVALUATE
           .
       9820-CHECK-RESTART-PLAN-EXIT.
           EXIT.
       9825-READ-RESTART-PLAN.
           READ RSTCTL-FILE
               AT END
                   SET RECRSW-EOF-YES TO TRUE
                   GO TO 9825-READ-RESTART-PLAN-EXIT
           END-READ
           IF NOT RECRSW-FILE-STATUS-OK
               DISPLAY RECRSW-PROGRAM-ID
                   " READ FAILED FOR RSTCTL - STATUS "
                   RECRSW-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF RECRSC-PROGRAM-ID NOT = RECRSW-PROGRAM-ID
               GO TO 9825-READ-RESTART-PLAN-EXIT
           END-IF
           IF RECRSC-PLAN-DATE < RECRSW-OLDEST-DATE
               IF RECRSC-PLAN-DATE > RECRSW-STALE-DATE
                       OR RECRSW-STALE-DATE = SPACES
                   MOVE RECRSC-PLAN-DATE TO RECRSW-STALE-DATE
               END-IF
               GO TO 9825-READ-RESTART-PLAN-EXIT
           END-IF
           IF RECRSC-PLAN-DATE < RECRSW-PLAN-DATE
               GO TO 9825-READ-RESTART-PLAN-EXIT
           END-IF
           IF RECRSC-PLAN-DATE = RECRSW-PLAN-DATE
                   AND RECRSC-PLAN-TIME < RECRSW-PLAN-TIME
               GO TO 9825-READ-RESTART-PLAN-EXIT
           END-IF
           MOVE RECRSC-PLAN-DATE TO RECRSW-PLAN-DATE
           MOVE RECRSC-PLAN-TIME TO RECRSW-PLAN-TIME
           MOVE RECRSC-CYCLE-DATE TO RECRSW-CYCLE-DATE
           MOVE RECRSC-ACTION TO RECRSW-ACTION
           .
       9825-READ-RESTART-PLAN-EXIT.
           EXIT.
      *>----------------------------------------------------------------*
      *> 9828 - THE OLDEST PLAN DATE STILL FOLLOWED: YESTERDAY, SO A
      *> RESTART THAT RUNS PAST MIDNIGHT STILL SEES THE PLAN
      *> RSTCOORD WROTE BEFORE IT.
      *>----------------------------------------------------------------*
       9828-SET-OLDEST-PLAN-DATE.
           ACCEPT RECRSW-OLDEST-DATE FROM DATE YYYYMMDD
           SUBTRACT 1 FROM RECRSW-OLDEST-DD
           IF RECRSW-OLDEST-DD > 0
               GO TO 9828-SET-OLDEST-PLAN-DATE-EXIT
           END-IF
           SUBTRACT 1 FROM RECRSW-OLDEST-MM
           IF RECRSW-OLDEST-MM = 0
               MOVE 12 TO RECRSW-OLDEST-MM
               SUBTRACT 1 FROM RECRSW-OLDEST-YYYY
           END-IF
           EVALUATE RECRSW-OLDEST-MM
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO RECRSW-OLDEST-DD
               WHEN 02
                   MOVE 28 TO RECRSW-OLDEST-DD
                   PERFORM 9829-CHECK-LEAP-YEAR
                       THRU 9829-CHECK-LEAP-YEAR-EXIT
               WHEN OTHER
                   MOVE 31 TO RECRSW-OLDEST-DD
           END-EVALUATE
           .
       9828-SET-OLDEST-PLAN-DATE-EXIT.
           EXIT.
       9829-CHECK-LEAP-YEAR.
           DIVIDE RECRSW-OLDEST-YYYY BY 4 GIVING RECRSW-LEAP-QUOT
               REMAINDER RECRSW-LEAP-REM
           IF RECRSW-LEAP-REM NOT = 0
               GO TO 9829-CHECK-LEAP-YEAR-EXIT
           END-IF
           DIVIDE RECRSW-OLDEST-YYYY BY 100 GIVING RECRSW-LEAP-QUOT
               REMAINDER RECRSW-LEAP-REM
           IF RECRSW-LEAP-REM NOT = 0
               MOVE 29 TO RECRSW-OLDEST-DD
               GO TO 9829-CHECK-LEAP-YEAR-EXIT
           END-IF
           DIVIDE RECRSW-OLDEST-YYYY BY 400 GIVING RECRSW-LEAP-QUOT
               REMAINDER RECRSW-LEAP-REM
           IF RECRSW-LEAP-REM = 0
               MOVE 29 TO RECRSW-OLDEST-DD
           END-IF
           .
       9829-CHECK-LEAP-YEAR-EXIT.
           EXIT.
