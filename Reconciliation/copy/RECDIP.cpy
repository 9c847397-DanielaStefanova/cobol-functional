      *>----------------------------------------------------------------*
      *> RECDIP.CPY
      *> Field dictionary load - reads the FLDDICT dataset (RECDIC.CPY)
      *> and keeps the entries for one feed, so every program that
      *> takes a DICTIONARY card sees the same names, ranges, types
      *> and tolerances.  Copied at the end of the including program's
      *> PROCEDURE DIVISION; its working storage is RECDIW.CPY, whose
      *> header says what the program supplies.  The entry is proved
      *> here for its own shape only - whether a range fits the run's
      *> RECLEN, or a type suits the program, is the program's own
      *> check, exactly as for the cards the entry replaces.
      *>----------------------------------------------------------------*
      *> 9840 - LOAD THE FEED'S ENTRIES.  A MISSING DATASET, A BAD OR
      *> DUPLICATE ENTRY, MORE ENTRIES THAN THE TABLE HOLDS, OR NO
      *> ENTRY AT ALL FOR THE FEED STOPS THE RUN - A DICTIONARY CARD
      *> THAT DEFINED NOTHING WOULD QUIETLY COMPARE NOTHING.
      *>----------------------------------------------------------------*
       9840-LOAD-FIELD-DICTIONARY.
           MOVE ZERO TO RECDIW-COUNT
           MOVE ZERO TO RECDIW-AMOUNT-COUNT
           MOVE ZERO TO RECDIW-AMOUNT-IDX
           SET RECDIW-EOF-NO TO TRUE
           OPEN INPUT DICT-FILE
           IF RECDIW-FILE-STATUS-NOTFND
               DISPLAY RECSTW-PROGRAM-ID
                   " FLDDICT DATASET NOT FOUND FOR FEED "
                   RECDIW-FEED-ID
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF NOT RECDIW-FILE-STATUS-OK
               DISPLAY RECSTW-PROGRAM-ID
                   " OPEN FAILED FOR FLDDICT - STATUS "
                   RECDIW-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 9845-READ-DICTIONARY-ENTRY
               THRU 9845-READ-DICTIONARY-ENTRY-EXIT
               UNTIL RECDIW-EOF-YES
           CLOSE DICT-FILE
           IF RECDIW-COUNT = 0
               DISPLAY RECSTW-PROGRAM-ID
                   " NO FLDDICT ENTRIES FOR FEED " RECDIW-FEED-ID
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           SET RECDIW-GIVEN-YES TO TRUE
           .
       9840-LOAD-FIELD-DICTIONARY-EXIT.
           EXIT.
       9845-READ-DICTIONARY-ENTRY.
           READ DICT-FILE
               AT END
                   SET RECDIW-EOF-YES TO TRUE
                   GO TO 9845-READ-DICTIONARY-ENTRY-EXIT
           END-READ
           IF NOT RECDIW-FILE-STATUS-OK
               DISPLAY RECSTW-PROGRAM-ID
                   " READ FAILED FOR FLDDICT - STATUS "
                   RECDIW-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF RECDIC-RECORD = SPACES
                   OR RECDIC-FEED-ID (1:1) = "*"
                   OR RECDIC-FEED-ID NOT = RECDIW-FEED-ID
               GO TO 9845-READ-DICTIONARY-ENTRY-EXIT
           END-IF
           PERFORM 9850-CHECK-DICTIONARY-ENTRY
               THRU 9850-CHECK-DICTIONARY-ENTRY-EXIT
           IF RECDIW-ERR-TEXT NOT = SPACES
               DISPLAY RECSTW-PROGRAM-ID " BAD FLDDICT ENTRY "
                   RECDIC-FIELD-NAME " - " RECDIW-ERR-TEXT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE RECDIC-FIELD-NAME TO RECDIW-FIND-NAME
           PERFORM 9860-FIND-DICTIONARY-NAME
               THRU 9860-FIND-DICTIONARY-NAME-EXIT
           IF RECDIW-FOUND-IDX > 0
               DISPLAY RECSTW-PROGRAM-ID
                   " DUPLICATE FLDDICT FIELD NAME - "
                   RECDIC-FIELD-NAME
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF RECDIW-COUNT = RECDIW-MAX
               DISPLAY RECSTW-PROGRAM-ID
                   " TOO MANY FLDDICT ENTRIES FOR FEED "
                   RECDIW-FEED-ID
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO RECDIW-COUNT
           MOVE RECDIC-FIELD-NAME TO RECDIW-NAME (RECDIW-COUNT)
           MOVE RECDIC-RANGE TO RECDIW-RANGE (RECDIW-COUNT)
           MOVE RECDIW-FROM TO RECDIW-START (RECDIW-COUNT)
           COMPUTE RECDIW-LEN (RECDIW-COUNT) =
               RECDIW-TO - RECDIW-FROM + 1
           MOVE RECDIC-TYPE TO RECDIW-TYPE (RECDIW-COUNT)
           MOVE RECDIC-TYPE (1:1) TO RECDIW-TYPE-CODE (RECDIW-COUNT)
           MOVE RECDIC-USAGE TO RECDIW-USAGE (RECDIW-COUNT)
           IF RECDIC-USAGE = SPACE
               SET RECDIW-USAGE-COMPARE (RECDIW-COUNT) TO TRUE
           END-IF
           MOVE RECDIC-TOLERANCE TO RECDIW-TOLERANCE (RECDIW-COUNT)
           MOVE RECDIC-TOL-CURRENCY
               TO RECDIW-TOL-CURRENCY (RECDIW-COUNT)
           MOVE RECDIC-SENSITIVE TO RECDIW-SENSITIVE (RECDIW-COUNT)
           MOVE RECDIC-RECTYPE TO RECDIW-RECTYPE (RECDIW-COUNT)
           IF RECDIW-USAGE-AMOUNT (RECDIW-COUNT)
               ADD 1 TO RECDIW-AMOUNT-COUNT
               IF RECDIW-AMOUNT-IDX = 0
                   MOVE RECDIW-COUNT TO RECDIW-AMOUNT-IDX
               END-IF
           END-IF
           .
       9845-READ-DICTIONARY-ENTRY-EXIT.
           EXIT.
      *>----------------------------------------------------------------*
      *> 9850 - PROVE ONE ENTRY'S SHAPE.  RECDIW-ERR-TEXT COMES BACK
      *> BLANK FOR A GOOD ENTRY AND NAMES THE FIRST FAULT OTHERWISE.
      *> THE FIRST LETTER OF EACH TYPE WORD IS ITS ONE-LETTER CODE.
      *>----------------------------------------------------------------*
       9850-CHECK-DICTIONARY-ENTRY.
           MOVE SPACES TO RECDIW-ERR-TEXT
           IF RECDIC-FIELD-NAME = SPACES
               MOVE "FIELD NAME MISSING" TO RECDIW-ERR-TEXT
               GO TO 9850-CHECK-DICTIONARY-ENTRY-EXIT
           END-IF
           MOVE RECDIC-FROM-X TO RECDIW-FROM-X
           MOVE RECDIC-TO-X TO RECDIW-TO-X
           IF RECDIW-FROM-X NOT NUMERIC OR RECDIW-TO-X NOT NUMERIC
                   OR RECDIC-RANGE-DASH NOT = "-"
                   OR RECDIW-FROM = 0 OR RECDIW-FROM > RECDIW-TO
               MOVE "RANGE NOT FFF-TTT" TO RECDIW-ERR-TEXT
               GO TO 9850-CHECK-DICTIONARY-ENTRY-EXIT
           END-IF
           IF RECDIC-TYPE NOT = "CHAR" AND NOT = "ZONED"
                   AND NOT = "SIGNED" AND NOT = "PACKED"
                   AND NOT = "DATE"
               MOVE "TYPE NOT KNOWN" TO RECDIW-ERR-TEXT
               GO TO 9850-CHECK-DICTIONARY-ENTRY-EXIT
           END-IF
           IF RECDIC-USAGE NOT = SPACE AND NOT = "C"
                   AND NOT = "A" AND NOT = "N"
               MOVE "USAGE NOT C, A OR N" TO RECDIW-ERR-TEXT
               GO TO 9850-CHECK-DICTIONARY-ENTRY-EXIT
           END-IF
           IF RECDIC-USAGE-AMOUNT
                   AND (RECDIC-TYPE = "CHAR" OR RECDIC-TYPE = "DATE")
               MOVE "AMOUNT MUST BE NUMERIC" TO RECDIW-ERR-TEXT
               GO TO 9850-CHECK-DICTIONARY-ENTRY-EXIT
           END-IF
           IF RECDIC-TOLERANCE NOT = SPACES
               MOVE RECDIC-TOLERANCE TO RECDIW-TOL-X
               IF RECDIW-TOL-X NOT NUMERIC
                   MOVE "TOLERANCE NOT 7 DIGITS" TO RECDIW-ERR-TEXT
                   GO TO 9850-CHECK-DICTIONARY-ENTRY-EXIT
               END-IF
               IF RECDIC-TYPE = "CHAR" OR RECDIC-TYPE = "DATE"
                   MOVE "TOLERANCE INVALID FOR TYPE"
                       TO RECDIW-ERR-TEXT
                   GO TO 9850-CHECK-DICTIONARY-ENTRY-EXIT
               END-IF
           END-IF
           IF RECDIC-TOL-CURRENCY NOT = SPACES
                   AND (RECDIC-TOL-CURRENCY NOT = "BASE"
                       OR RECDIC-TOLERANCE = SPACES)
               MOVE "CURRENCY NOT BASE" TO RECDIW-ERR-TEXT
               GO TO 9850-CHECK-DICTIONARY-ENTRY-EXIT
           END-IF
           IF RECDIC-SENSITIVE NOT = SPACE AND NOT = "Y"
                   AND NOT = "N"
               MOVE "SENSITIVE NOT Y OR N" TO RECDIW-ERR-TEXT
               GO TO 9850-CHECK-DICTIONARY-ENTRY-EXIT
           END-IF
           .
       9850-CHECK-DICTIONARY-ENTRY-EXIT.
           EXIT.
      *>----------------------------------------------------------------*
      *> 9860 - FIND RECDIW-FIND-NAME AMONG THE LOADED ENTRIES.
      *>----------------------------------------------------------------*
       9860-FIND-DICTIONARY-NAME.
           MOVE ZERO TO RECDIW-FOUND-IDX
           PERFORM 9865-MATCH-DICTIONARY-NAME
               THRU 9865-MATCH-DICTIONARY-NAME-EXIT
               VARYING RECDIW-IDX FROM 1 BY 1
               UNTIL RECDIW-IDX > RECDIW-COUNT
                   OR RECDIW-FOUND-IDX > 0
           .
       9860-FIND-DICTIONARY-NAME-EXIT.
           EXIT.
       9865-MATCH-DICTIONARY-NAME.
           IF RECDIW-NAME (RECDIW-IDX) = RECDIW-FIND-NAME
               MOVE RECDIW-IDX TO RECDIW-FOUND-IDX
           END-IF
           .
       9865-MATCH-DICTIONARY-NAME-EXIT.
           EXIT.
