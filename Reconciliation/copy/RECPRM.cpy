      *> grade and roll into the grand totals after the join.  The
      *> engine treats the IN section as read-only and writes nothing
      *> outside the OUT section and its own work datasets.
      *> PR-SUP-HIT-CNT runs parallel to PR-SUP-ENTRY: the number of
      *> exceptions each suppress entry kept off the extract.
      *> PR-RANGE-NO NON-ZERO MAKES THE CALL ONE KEY RANGE OF A
      *> PARTITIONED SINGLE PAIR: THE ENGINE STILL READS BOTH WHOLE
      *> FILES AND PROVES THEIR HEADERS, TRAILER COUNTS AND AMOUNT
      *> HASHES, BUT MATCHES, COUNTS AND WRITES ONLY THE KEYS FROM
      *> PR-RANGE-LOW-KEY UP TO (NOT INCLUDING) PR-RANGE-HIGH-KEY - THE
      *> LAST RANGE HAS NO HIGH KEY.  SEQUENCE ERRORS ARE COUNTED AND
      *> STAGED BY RANGE 1 ONLY, SO THE WHOLE-FILE FIGURES COME BACK
      *> ONCE; PR-RANGE-READ-A/B COUNT THE DATA RECORDS TAKEN INTO THE
      *> RANGE, FOR THE DRIVER TO PROVE THE RANGES COVER THE FILES.
      *> PR-RESULT-RC IS 00 FOR A COMPLETED PASS; 16 MEANS THE ENGINE
      *> STOPPED ON A FILE OR PROOF FAILURE AND PR-RESULT-MSG SAYS
      *> WHY - COUNTERS ARE NOT TO BE TRUSTED ON A 16.
                   15 PR-FLD-FROM          PIC 9(03).
                   15 PR-FLD-LEN           PIC 9(03).
                   15 PR-FLD-TOL           PIC 9(07).
                   15 PR-FLD-NAME          PIC X(08).
               10 PR-AMT-DEFINED-SW        PIC X(01).
                   88 PR-AMT-DEFINED-YES              VALUE "Y".
                   88 PR-AMT-DEFINED-NO               VALUE "N".
               10 PR-CLXWORK-NAME          PIC X(44).
               10 PR-FLDWORK-NAME          PIC X(44).
               10 PR-DTLWORK-NAME          PIC X(44).
               10 PR-RANGE-NO              PIC 9(02).
               10 PR-RANGE-LAST-SW         PIC X(01).
                   88 PR-RANGE-LAST-YES               VALUE "Y".
                   88 PR-RANGE-LAST-NO                VALUE "N".
               10 PR-RANGE-LOW-KEY         PIC X(32).
               10 PR-RANGE-HIGH-KEY        PIC X(32).
           05 PR-PAIR-OUT.
               10 PR-RESULT-RC             PIC 9(02).
               10 PR-RESULT-MSG            PIC X(80).
               10 PR-AMT-SUM-B             PIC S9(15) COMP-3.
               10 PR-AMT-ERRS-A            PIC 9(07) COMP-3.
               10 PR-AMT-ERRS-B            PIC 9(07) COMP-3.
               10 PR-RANGE-READ-A          PIC 9(09) COMP-3.
               10 PR-RANGE-READ-B          PIC 9(09) COMP-3.
               10 PR-FLD-MM-CNT OCCURS 10 TIMES
                                           PIC 9(09) COMP-3.
               10 PR-SUP-HIT-CNT OCCURS 2000 TIMES
                                           PIC 9(07) COMP-3.
