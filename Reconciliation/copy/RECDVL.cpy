      *>----------------------------------------------------------------*
      *> RECDVL.CPY
      *> Delta transaction edits - the Validated edits every delta
      *> transaction must pass before it may touch a master.  Shared
      *> by DELTAAPL, which applies or suspends on the result, and by
      *> SUSPREPR, which runs a clerk's repair of a suspended
      *> transaction through them before releasing it, so a repair
      *> is judged exactly as the next apply will judge it.
      *> The including program supplies the transaction in hand as
      *> RECDLT-RECORD (RECDLT.CPY), sets WS-KEY-ON-MASTER-SW to say
      *> whether its key is on the master, and declares:
      *>     WS-EDIT-VALIDATED  type Validated
      *>     WS-TRAN-KEY-BOXED  string
      *>     WS-ERR-BOXED       string
      *>     WS-ERR-TEXT        PIC X(30)
      *>     WS-ERR-CODE        PIC X(02)
      *>     WS-SUSP-REASON     PIC X(02)
      *> and copies RECDVW.CPY into WORKING-STORAGE for the update
      *> range edits' own fields and the master image they check.
      *> On return WS-EDIT-VALIDATED holds every failed edit and
      *> WS-SUSP-REASON the suspense reason code of the first.
      *>----------------------------------------------------------------*
      *> 5000 - BUILD THE TRANSACTION'S VALIDATED.  EVERY FAILED EDIT
      *> COMBINES ANOTHER INVALID IN, SO THE REPORT CARRIES ALL OF A
      *> TRANSACTION'S PROBLEMS AT ONCE.
      *>----------------------------------------------------------------*
       5000-VALIDATE-TRAN.
           MOVE RECDLT-KEY TO WS-TRAN-KEY-BOXED
           MOVE SPACES TO WS-SUSP-REASON
           SET WS-EDIT-VALIDATED TO
               type Validated[string, string]::valid(WS-TRAN-KEY-BOXED)
           IF NOT (RECDLT-ACTION-ADD OR RECDLT-ACTION-CHANGE
                   OR RECDLT-ACTION-DELETE OR RECDLT-ACTION-KEYCHG
                   OR RECDLT-ACTION-UPDATE)
               MOVE "INVALID ACTION CODE" TO WS-ERR-TEXT
               MOVE "AC" TO WS-ERR-CODE
               PERFORM 5050-ADD-EDIT-ERROR
                   THRU 5050-ADD-EDIT-ERROR-EXIT
               GO TO 5000-VALIDATE-TRAN-EXIT
           END-IF
           IF RECDLT-KEY = SPACES OR RECDLT-KEY = LOW-VALUES
                   OR RECDLT-KEY = HIGH-VALUES
               MOVE "KEY MISSING OR INVALID" TO WS-ERR-TEXT
               MOVE "KY" TO WS-ERR-CODE
               PERFORM 5050-ADD-EDIT-ERROR
                   THRU 5050-ADD-EDIT-ERROR-EXIT
           END-IF
           IF RECDLT-EFFECTIVE-DATE NOT = SPACES
                   AND RECDLT-EFFECTIVE-DATE NOT NUMERIC
               MOVE "EFFECTIVE DATE INVALID" TO WS-ERR-TEXT
               MOVE "ED" TO WS-ERR-CODE
               PERFORM 5050-ADD-EDIT-ERROR
                   THRU 5050-ADD-EDIT-ERROR-EXIT
           END-IF
           IF RECDLT-ORIGIN-CORRECTION
               IF RECDLT-APPROVER-ID = SPACES
                       OR RECDLT-APPROVER-ID = RECDLT-PREPARER-ID
                   MOVE "CORRECTION NOT APPROVED" TO WS-ERR-TEXT
                   MOVE "UA" TO WS-ERR-CODE
                   PERFORM 5050-ADD-EDIT-ERROR
                       THRU 5050-ADD-EDIT-ERROR-EXIT
               END-IF
           END-IF
           IF RECDLT-ACTION-KEYCHG
               PERFORM 5100-VALIDATE-KEY-CHANGE
                   THRU 5100-VALIDATE-KEY-CHANGE-EXIT
               GO TO 5000-VALIDATE-TRAN-EXIT
           END-IF
           IF RECDLT-ACTION-UPDATE
               PERFORM 5200-VALIDATE-UPDATE
                   THRU 5200-VALIDATE-UPDATE-EXIT
               GO TO 5000-VALIDATE-TRAN-EXIT
           END-IF
           IF RECDLT-ACTION-ADD AND WS-KEY-ON-MASTER-YES
               MOVE "DUPLICATE ADD - KEY ON MASTER" TO WS-ERR-TEXT
               MOVE "DA" TO WS-ERR-CODE
               PERFORM 5050-ADD-EDIT-ERROR
                   THRU 5050-ADD-EDIT-ERROR-EXIT
           END-IF
           IF (RECDLT-ACTION-CHANGE OR RECDLT-ACTION-DELETE)
                   AND WS-KEY-ON-MASTER-NO
               MOVE "KEY NOT ON MASTER" TO WS-ERR-TEXT
               MOVE "KN" TO WS-ERR-CODE
               PERFORM 5050-ADD-EDIT-ERROR
                   THRU 5050-ADD-EDIT-ERROR-EXIT
           END-IF
           IF (RECDLT-ACTION-ADD OR RECDLT-ACTION-CHANGE)
                   AND RECDLT-AFTER-DATA = SPACES
               MOVE "AFTER IMAGE MISSING" TO WS-ERR-TEXT
               MOVE "AI" TO WS-ERR-CODE
               PERFORM 5050-ADD-EDIT-ERROR
                   THRU 5050-ADD-EDIT-ERROR-EXIT
           END-IF
           .
       5000-VALIDATE-TRAN-EXIT.
           EXIT.
      *>----------------------------------------------------------------*
      *> 5050 - COMBINE ANOTHER INVALID IN.  THE FIRST FAILED EDIT'S
      *> REASON CODE IS THE ONE THE SUSPENSE RECORD CARRIES.
      *>----------------------------------------------------------------*
       5050-ADD-EDIT-ERROR.
           IF WS-SUSP-REASON = SPACES
               MOVE WS-ERR-CODE TO WS-SUSP-REASON
           END-IF
           MOVE WS-ERR-TEXT TO WS-ERR-BOXED
           SET WS-EDIT-VALIDATED TO WS-EDIT-VALIDATED::combine(
               type Validated[string, string]::invalid(WS-ERR-BOXED))
           .
       5050-ADD-EDIT-ERROR-EXIT.
           EXIT.
      *>----------------------------------------------------------------*
      *> 5100 - A KEY CHANGE LEG.  THE OUT LEG IS EDITED AS A DELETE AND
      *> MUST NAME THE NEW KEY; THE IN LEG AS AN ADD AND MUST NAME THE
      *> OLD KEY.  A LEG CODE THAT IS NEITHER STOPS THE EDITS THERE.
      *>----------------------------------------------------------------*
       5100-VALIDATE-KEY-CHANGE.
           IF NOT (RECDLT-KC-LEG-OUT OR RECDLT-KC-LEG-IN)
               MOVE "KEY CHANGE LEG CODE INVALID" TO WS-ERR-TEXT
               MOVE "KC" TO WS-ERR-CODE
               PERFORM 5050-ADD-EDIT-ERROR
                   THRU 5050-ADD-EDIT-ERROR-EXIT
               GO TO 5100-VALIDATE-KEY-CHANGE-EXIT
           END-IF
           IF RECDLT-KC-LEG-OUT
               IF WS-KEY-ON-MASTER-NO
                   MOVE "KEY NOT ON MASTER" TO WS-ERR-TEXT
                   MOVE "KN" TO WS-ERR-CODE
                   PERFORM 5050-ADD-EDIT-ERROR
                       THRU 5050-ADD-EDIT-ERROR-EXIT
               END-IF
               IF RECDLT-KC-TO-KEY = SPACES
                       OR RECDLT-KC-TO-KEY = RECDLT-KEY
                   MOVE "KEY CHANGE NEW KEY MISSING" TO WS-ERR-TEXT
                   MOVE "KC" TO WS-ERR-CODE
                   PERFORM 5050-ADD-EDIT-ERROR
                       THRU 5050-ADD-EDIT-ERROR-EXIT
               END-IF
               GO TO 5100-VALIDATE-KEY-CHANGE-EXIT
           END-IF
           IF WS-KEY-ON-MASTER-YES
               MOVE "DUPLICATE ADD - KEY ON MASTER" TO WS-ERR-TEXT
               MOVE "DA" TO WS-ERR-CODE
               PERFORM 5050-ADD-EDIT-ERROR
                   THRU 5050-ADD-EDIT-ERROR-EXIT
           END-IF
           IF RECDLT-AFTER-DATA = SPACES
               MOVE "AFTER IMAGE MISSING" TO WS-ERR-TEXT
               MOVE "AI" TO WS-ERR-CODE
               PERFORM 5050-ADD-EDIT-ERROR
                   THRU 5050-ADD-EDIT-ERROR-EXIT
           END-IF
           IF RECDLT-KC-FROM-KEY = SPACES
                   OR RECDLT-KC-FROM-KEY = RECDLT-KEY
               MOVE "KEY CHANGE OLD KEY MISSING" TO WS-ERR-TEXT
               MOVE "KC" TO WS-ERR-CODE
               PERFORM 5050-ADD-EDIT-ERROR
                   THRU 5050-ADD-EDIT-ERROR-EXIT
           END-IF
           .
       5100-VALIDATE-KEY-CHANGE-EXIT.
           EXIT.
      *>----------------------------------------------------------------*
      *> 5200 - AN UPDATE.  THE KEY MUST BE ON THE MASTER, THE RANGE
      *> COUNT ONE TO TEN, AND EVERY RANGE INSIDE RECLEN WITH ITS NEW
      *> VALUE INSIDE THE VALUES AREA.  WITH THE CHECK FLAG SET, AND
      *> THE MASTER IMAGE IN HAND, THE BYTES BEING REPLACED MUST STILL
      *> BE THE OLD VALUES THE UPDATE CARRIES.
      *>----------------------------------------------------------------*
       5200-VALIDATE-UPDATE.
           IF WS-KEY-ON-MASTER-NO
               MOVE "KEY NOT ON MASTER" TO WS-ERR-TEXT
               MOVE "KN" TO WS-ERR-CODE
               PERFORM 5050-ADD-EDIT-ERROR
                   THRU 5050-ADD-EDIT-ERROR-EXIT
           END-IF
           IF RECDLT-UPD-COUNT NOT NUMERIC
                   OR RECDLT-UPD-COUNT = 0 OR RECDLT-UPD-COUNT > 10
               MOVE "UPDATE RANGE COUNT INVALID" TO WS-ERR-TEXT
               MOVE "UR" TO WS-ERR-CODE
               PERFORM 5050-ADD-EDIT-ERROR
                   THRU 5050-ADD-EDIT-ERROR-EXIT
               GO TO 5200-VALIDATE-UPDATE-EXIT
           END-IF
           SET RECDVW-RANGE-OK TO TRUE
           SET RECDVW-BEFORE-OK TO TRUE
           MOVE 1 TO RECDVW-UPD-PTR
           PERFORM 5210-CHECK-UPDATE-RANGE
               THRU 5210-CHECK-UPDATE-RANGE-EXIT
               VARYING RECDVW-UPD-IDX FROM 1 BY 1
               UNTIL RECDVW-UPD-IDX > RECDLT-UPD-COUNT
                   OR RECDVW-RANGE-BAD
           IF RECDVW-RANGE-BAD
               MOVE "UPDATE RANGE OUTSIDE RECLEN" TO WS-ERR-TEXT
               MOVE "UR" TO WS-ERR-CODE
               PERFORM 5050-ADD-EDIT-ERROR
                   THRU 5050-ADD-EDIT-ERROR-EXIT
               GO TO 5200-VALIDATE-UPDATE-EXIT
           END-IF
           IF RECDVW-BEFORE-BAD
               MOVE "UPDATE BEFORE BYTES DIFFER" TO WS-ERR-TEXT
               MOVE "UB" TO WS-ERR-CODE
               PERFORM 5050-ADD-EDIT-ERROR
                   THRU 5050-ADD-EDIT-ERROR-EXIT
           END-IF
           .
       5200-VALIDATE-UPDATE-EXIT.
           EXIT.
      *>----------------------------------------------------------------*
      *> 5210 - ONE UPDATE RANGE.  RECDVW-UPD-PTR IS WHERE ITS VALUE
      *> (AND ITS OLD VALUE) STARTS IN THE VALUES AREA.
      *>----------------------------------------------------------------*
       5210-CHECK-UPDATE-RANGE.
           IF RECDLT-UPD-FROM (RECDVW-UPD-IDX) NOT NUMERIC
                   OR RECDLT-UPD-LEN (RECDVW-UPD-IDX) NOT NUMERIC
               SET RECDVW-RANGE-BAD TO TRUE
               GO TO 5210-CHECK-UPDATE-RANGE-EXIT
           END-IF
           IF RECDLT-UPD-FROM (RECDVW-UPD-IDX) = 0
                   OR RECDLT-UPD-LEN (RECDVW-UPD-IDX) = 0
               SET RECDVW-RANGE-BAD TO TRUE
               GO TO 5210-CHECK-UPDATE-RANGE-EXIT
           END-IF
           COMPUTE RECDVW-UPD-END = RECDLT-UPD-FROM (RECDVW-UPD-IDX)
               + RECDLT-UPD-LEN (RECDVW-UPD-IDX) - 1
           IF RECDVW-UPD-END > RECDVW-REC-LEN
               SET RECDVW-RANGE-BAD TO TRUE
               GO TO 5210-CHECK-UPDATE-RANGE-EXIT
           END-IF
           COMPUTE RECDVW-UPD-END = RECDVW-UPD-PTR
               + RECDLT-UPD-LEN (RECDVW-UPD-IDX) - 1
           IF RECDVW-UPD-END > RECDVW-UPD-VALUES-MAX
               SET RECDVW-RANGE-BAD TO TRUE
               GO TO 5210-CHECK-UPDATE-RANGE-EXIT
           END-IF
           IF RECDLT-UPD-CHECK-YES AND RECDVW-MASTER-HELD
                   AND WS-KEY-ON-MASTER-YES
               IF RECDVW-MASTER-DATA (RECDLT-UPD-FROM (RECDVW-UPD-IDX):
                       RECDLT-UPD-LEN (RECDVW-UPD-IDX))
                       NOT = RECDLT-UPD-OLD-VALUES (RECDVW-UPD-PTR:
                       RECDLT-UPD-LEN (RECDVW-UPD-IDX))
                   SET RECDVW-BEFORE-BAD TO TRUE
               END-IF
           END-IF
           ADD RECDLT-UPD-LEN (RECDVW-UPD-IDX) TO RECDVW-UPD-PTR
           .
       5210-CHECK-UPDATE-RANGE-EXIT.
           EXIT.
