      *>----------------------------------------------------------------*
      *> RECDIW.CPY
      *> Working storage for the RECDIP.CPY field dictionary load -
      *> copied into WORKING-STORAGE by every program that copies
      *> RECDIP.CPY into its PROCEDURE DIVISION.  The including
      *> program declares DICT-FILE (ASSIGN TO FLDDICT, FILE STATUS IS
      *> RECDIW-FILE-STATUS, record RECDIC.CPY), moves the feed id off
      *> its DICTIONARY card to RECDIW-FEED-ID and performs
      *> 9840-LOAD-FIELD-DICTIONARY.  On return RECDIW-ENTRY holds the
      *> feed's entries in dataset order with the range already split
      *> into a start byte and a length and the type reduced to the
      *> one-letter code RECON uses (C, Z, S, P, D); RECDIW-AMOUNT-IDX
      *> points at the first usage-A entry and RECDIW-AMOUNT-COUNT says
      *> how many there are.  9860-FIND-DICTIONARY-NAME looks up
      *> RECDIW-FIND-NAME and leaves its slot in RECDIW-FOUND-IDX, or
      *> zero.  Errors are reported under RECSTW-PROGRAM-ID.
      *>----------------------------------------------------------------*
       01 RECDIW-WORK.
           05 RECDIW-FEED-ID               PIC X(08) VALUE SPACES.
           05 RECDIW-GIVEN-SW              PIC X(01) VALUE "N".
               88 RECDIW-GIVEN-YES                    VALUE "Y".
               88 RECDIW-GIVEN-NO                     VALUE "N".
           05 RECDIW-EOF-SW                PIC X(01) VALUE "N".
               88 RECDIW-EOF-YES                      VALUE "Y".
               88 RECDIW-EOF-NO                       VALUE "N".
           05 RECDIW-FILE-STATUS           PIC X(02) VALUE "00".
               88 RECDIW-FILE-STATUS-OK               VALUE "00".
               88 RECDIW-FILE-STATUS-NOTFND           VALUE "35".
           05 RECDIW-ERR-TEXT              PIC X(30) VALUE SPACES.
           05 RECDIW-FROM-X                PIC X(03).
           05 RECDIW-FROM REDEFINES RECDIW-FROM-X
                                           PIC 9(03).
           05 RECDIW-TO-X                  PIC X(03).
           05 RECDIW-TO REDEFINES RECDIW-TO-X
                                           PIC 9(03).
           05 RECDIW-TOL-X                 PIC X(07).
           05 RECDIW-TOL REDEFINES RECDIW-TOL-X
                                           PIC 9(07).
           05 RECDIW-FIND-NAME             PIC X(08) VALUE SPACES.
           05 RECDIW-FOUND-IDX             PIC S9(04) COMP VALUE ZERO.
           05 RECDIW-AMOUNT-IDX            PIC S9(04) COMP VALUE ZERO.
           05 RECDIW-AMOUNT-COUNT          PIC S9(04) COMP VALUE ZERO.
           05 RECDIW-IDX                   PIC S9(04) COMP VALUE ZERO.
           05 RECDIW-COUNT                 PIC S9(04) COMP VALUE ZERO.
           05 RECDIW-MAX                   PIC S9(04) COMP VALUE 30.
           05 RECDIW-ENTRY OCCURS 30 TIMES.
               10 RECDIW-NAME              PIC X(08).
               10 RECDIW-RANGE             PIC X(07).
               10 RECDIW-START             PIC 9(03).
               10 RECDIW-LEN               PIC 9(03).
               10 RECDIW-TYPE              PIC X(06).
               10 RECDIW-TYPE-CODE         PIC X(01).
               10 RECDIW-USAGE             PIC X(01).
                   88 RECDIW-USAGE-COMPARE            VALUE "C".
                   88 RECDIW-USAGE-AMOUNT             VALUE "A".
                   88 RECDIW-USAGE-NAMED              VALUE "N".
               10 RECDIW-TOLERANCE         PIC X(07).
               10 RECDIW-TOL-CURRENCY      PIC X(04).
               10 RECDIW-SENSITIVE         PIC X(01).
                   88 RECDIW-SENSITIVE-YES            VALUE "Y".
               10 RECDIW-RECTYPE           PIC X(04).
