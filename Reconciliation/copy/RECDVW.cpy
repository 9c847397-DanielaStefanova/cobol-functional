      *>----------------------------------------------------------------*
      *> RECDVW.CPY
      *> Working storage for the RECDVL.CPY delta transaction edits -
      *> copied into WORKING-STORAGE by every program that copies
      *> RECDVL.CPY into its PROCEDURE DIVISION.  The including
      *> program sets RECDVW-REC-LEN to the master's data length (its
      *> RECLEN card, default 20 as RECON's) and, when it holds the
      *> master record for the transaction's key, moves its data
      *> portion to RECDVW-MASTER-DATA and sets RECDVW-MASTER-HELD
      *> before performing 5000-VALIDATE-TRAN.  Without the master
      *> image an update's before-bytes check is left to the apply.
      *>----------------------------------------------------------------*
       01 RECDVW-WORK.
           05 RECDVW-REC-LEN               PIC S9(04) COMP VALUE 20.
           05 RECDVW-UPD-VALUES-MAX        PIC S9(04) COMP VALUE 438.
           05 RECDVW-UPD-IDX               PIC S9(04) COMP.
           05 RECDVW-UPD-PTR               PIC S9(04) COMP.
           05 RECDVW-UPD-END               PIC S9(04) COMP.
           05 RECDVW-MASTER-SW             PIC X(01) VALUE "N".
               88 RECDVW-MASTER-HELD                  VALUE "Y".
               88 RECDVW-MASTER-UNKNOWN               VALUE "N".
           05 RECDVW-RANGE-SW              PIC X(01) VALUE "N".
               88 RECDVW-RANGE-BAD                    VALUE "Y".
               88 RECDVW-RANGE-OK                     VALUE "N".
           05 RECDVW-BEFORE-SW             PIC X(01) VALUE "N".
               88 RECDVW-BEFORE-BAD                   VALUE "Y".
               88 RECDVW-BEFORE-OK                    VALUE "N".
       01 RECDVW-MASTER-DATA               PIC X(500).
