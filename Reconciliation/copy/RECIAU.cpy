      *> data-privacy review asked for: who asked, what they asked
      *> for, when, and whether anything came back.  INQAUDR reads
      *> the file to summarize inquiries by user and to flag keys
      *> queried unusually often.  A lookup that met exceptions on
      *> pairs the user is not granted on INQACCES (RECACC.CPY) is
      *> logged with result D: the found count is what was shown, the
      *> denied count what was withheld.  A *DISP refused on the same
      *> grounds is logged as type M with result D and the key as the
      *> argument.
      *> INQUIRY TYPE VALUES:  K = KEY LOOKUP    D = RUN-DATE VIEW
      *>                      M = DISPOSITION MAINTENANCE (*DISP)
      *> RESULT VALUES:        Y = FOUND   N = NOT FOUND   D = DENIED
      *>----------------------------------------------------------------*
       01 RECIAU-RECORD.
           05 RECIAU-RUN-DATE              PIC X(08).
           05 RECIAU-INQ-TYPE              PIC X(01).
               88 RECIAU-TYPE-KEY                     VALUE "K".
               88 RECIAU-TYPE-DATE                    VALUE "D".
               88 RECIAU-TYPE-DISP                    VALUE "M".
           05 RECIAU-INQ-ARG               PIC X(10).
           05 RECIAU-FOUND-SW              PIC X(01).
               88 RECIAU-FOUND-YES                    VALUE "Y".
               88 RECIAU-FOUND-NO                     VALUE "N".
               88 RECIAU-ACCESS-DENIED                VALUE "D".
           05 RECIAU-FOUND-COUNT           PIC 9(05).
           05 RECIAU-DENIED-COUNT          PIC 9(05).
           05 FILLER                       PIC X(36).
