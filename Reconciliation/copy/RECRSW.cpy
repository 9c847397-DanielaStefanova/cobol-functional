      *>----------------------------------------------------------------*
      *> RECRSW.CPY
      *> Working storage for the RECRSP.CPY restart-plan check -
      *> copied into WORKING-STORAGE by every program that copies
      *> RECRSP.CPY into its PROCEDURE DIVISION.  The including
      *> program declares RSTCTL-FILE (ASSIGN TO RSTCTL, FILE STATUS
      *> IS RECRSW-FILE-STATUS, record RECRSC.CPY), moves its own name
      *> to RECRSW-PROGRAM-ID and performs 9820-CHECK-RESTART-PLAN
      *> before it opens anything else.  On RECRSW-ACTION-SKIP it ends
      *> at once with RC=0; on RECRSW-ACTION-RESUME a program with a
      *> restart dataset stops if that dataset holds no checkpoint.
      *> Without an RSTCTL dataset (an ordinary night) the action is
      *> RECRSW-ACTION-RUN.  RECRSW-CYCLE-DATE is the cycle of the
      *> plan record followed, not the system date.  A plan written
      *> before yesterday (RECRSW-OLDEST-DATE) is stale - a restart
      *> that was never cleaned up - and is ignored with a console
      *> message, so it cannot skip a later night's step.
      *>----------------------------------------------------------------*
       01 RECRSW-WORK.
           05 RECRSW-PROGRAM-ID            PIC X(08) VALUE SPACES.
           05 RECRSW-CYCLE-DATE            PIC X(08) VALUE SPACES.
           05 RECRSW-PLAN-DATE             PIC X(08) VALUE SPACES.
           05 RECRSW-PLAN-TIME             PIC X(06) VALUE SPACES.
           05 RECRSW-OLDEST-DATE.
               10 RECRSW-OLDEST-YYYY       PIC 9(04).
               10 RECRSW-OLDEST-MM         PIC 9(02).
               10 RECRSW-OLDEST-DD         PIC 9(02).
           05 RECRSW-STALE-DATE            PIC X(08) VALUE SPACES.
           05 RECRSW-LEAP-QUOT             PIC S9(05) COMP-3.
           05 RECRSW-LEAP-REM              PIC S9(05) COMP-3.
           05 RECRSW-MESSAGE               PIC X(80) VALUE SPACES.
           05 RECRSW-ACTION                PIC X(01) VALUE "N".
               88 RECRSW-ACTION-SKIP                  VALUE "S".
               88 RECRSW-ACTION-RESUME                VALUE "R".
               88 RECRSW-ACTION-RUN                   VALUE "N".
           05 RECRSW-EOF-SW                PIC X(01) VALUE "N".
               88 RECRSW-EOF-YES                      VALUE "Y".
               88 RECRSW-EOF-NO                       VALUE "N".
           05 RECRSW-FILE-STATUS           PIC X(02) VALUE "00".
               88 RECRSW-FILE-STATUS-OK               VALUE "00".
               88 RECRSW-FILE-STATUS-NOTFND           VALUE "35".
