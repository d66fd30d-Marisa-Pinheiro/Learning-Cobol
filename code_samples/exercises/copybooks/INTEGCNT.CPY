      *Counts left by the weekly integrity sweep (EMPINTEGRITY) on
      *INTEGRITYCOUNTS.DAT: one line, rewritten every run, that the
      *morning digest picks up so a master that has drifted out of
      *step with EMPFILE.DAT is on the operator's page every day
      *until the next sweep comes back clean.
       01  INTEGRITY-COUNT-RECORD.
           05  IC-RUN-DATE         PIC 9(8).
           05  IC-EMPLOYEES        PIC 9(7).
           05  IC-ORPHANS          PIC 9(5).
           05  IC-MISSING          PIC 9(5).
           05  IC-CONFLICTS        PIC 9(5).
           05  IC-FILES-ABSENT     PIC 9(2).
      *Masters too big for the sweep's table and only partly
      *checked (also counted in IC-FILES-ABSENT).  Spaces on a
      *count line written before the field existed.
           05  IC-TABLE-OVERFLOWS  PIC 9(2).
