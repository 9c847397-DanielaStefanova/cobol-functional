      *> REASON CODE VALUES:  NA = KEY NOT ON FILE A
      *>                      NB = KEY NOT ON FILE B
      *>                      FM = KEY MATCHED BUT FIELDS DIFFER
      *>                      GT = GROUP TOTAL DIFFERS (AGGREGATE
      *>                           MODE - THE FILE A DETAIL AMOUNTS
      *>                           DO NOT SUM TO THE FILE B SUMMARY)
      *> IN-FLIGHT (RECON3) REASONS - ONE PER FAILING HOP, THE FILE A
      *> DATA CARRYING THE SENDING SIDE AND THE FILE B DATA THE
      *> RECEIVING SIDE OF THAT HOP:
      *>                      LT = LOST IN TRANSFORMATION
      *>                      CT = CHANGED IN TRANSFORMATION
      *>                      AT = ADDED IN TRANSFORMATION
      *>                      LL = LOST IN LOAD
      *>                      CL = CHANGED IN LOAD
      *>                      AL = ADDED IN LOAD
      *>----------------------------------------------------------------*
       01 RECEXT-RECORD.
           05 RECEXT-KEY                   PIC X(10).
               88 RECEXT-REASON-NOT-ON-A              VALUE "NA".
               88 RECEXT-REASON-NOT-ON-B              VALUE "NB".
               88 RECEXT-REASON-FIELD-MISM            VALUE "FM".
               88 RECEXT-REASON-GROUP-TOTAL           VALUE "GT".
               88 RECEXT-REASON-LOST-IN-XFORM         VALUE "LT".
               88 RECEXT-REASON-CHANGED-IN-XFORM      VALUE "CT".
               88 RECEXT-REASON-ADDED-IN-XFORM        VALUE "AT".
               88 RECEXT-REASON-LOST-IN-LOAD          VALUE "LL".
               88 RECEXT-REASON-CHANGED-IN-LOAD       VALUE "CL".
               88 RECEXT-REASON-ADDED-IN-LOAD         VALUE "AL".
           05 RECEXT-FILEA-DATA            PIC X(500).
           05 RECEXT-FILEB-DATA            PIC X(500).
           05 RECEXT-RUN-DATE              PIC X(08).
