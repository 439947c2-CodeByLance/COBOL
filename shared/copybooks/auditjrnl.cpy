      *****************************************************************
      * MASTER FILE AUDIT JOURNAL - shared\data\auditjournal.txt, ONE
      * ROW PER FIELD CHANGED BY ANY WRITE OR REWRITE OF THE LOAN
      * MASTER (LM), BORROWER MASTER (BW) OR LINE MASTER (LN): WHICH
      * PROGRAM, WHICH RUN, WHEN, THE ACCOUNT, AND THE FIELD'S VALUE
      * BEFORE AND AFTER. AMOUNTS AND RATES ARE SHOWN WITH THEIR
      * DECIMAL POINT. WRITTEN ONLY BY wrkmodule/AUDITLOG, READ BY
      * AUDITINQ. THE JOURNAL IS APPEND-ONLY - NOTHING REWRITES IT.
      *****************************************************************
       01  AuditJournalRecord.
           05  AJ-Timestamp         PIC X(21).
           05  FILLER               PIC X.
           05  AJ-Program           PIC X(14).
           05  FILLER               PIC X.
           05  AJ-RunId             PIC X(14).
           05  FILLER               PIC X.
           05  AJ-File              PIC XX.
           05  FILLER               PIC X.
           05  AJ-Key               PIC X(10).
           05  FILLER               PIC X.
      * A ADDED TO THE MASTER, C CHANGED ON THE MASTER
           05  AJ-Action            PIC X.
           05  FILLER               PIC X.
           05  AJ-Field             PIC X(18).
           05  FILLER               PIC X.
           05  AJ-Before            PIC X(31).
           05  FILLER               PIC X.
           05  AJ-After             PIC X(31).
