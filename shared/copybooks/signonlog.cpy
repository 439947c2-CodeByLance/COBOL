      *****************************************************************
      * SIGN-ON HISTORY - shared\data\signonlog.txt, APPENDED BY
      * wrkmodule/SIGNON AND READ BY THE MONTHLY ACCESS REVIEW
      * (ACCESSREV). ONE ROW PER EVENT:
      *   S  SIGNED ON            F  SIGN-ON FAILED
      *   L  LOCKED OUT           P  PASSWORD CHANGED
      *   D  ACTION DENIED - OPERATOR LACKED THE ROLE
      *****************************************************************
       01  SignOnLogRecord.
           05  SOL-Date             PIC X(10).
           05  FILLER               PIC X.
           05  SOL-Time             PIC X(8).
           05  FILLER               PIC X.
           05  SOL-Operator         PIC X(10).
           05  FILLER               PIC X.
           05  SOL-Program          PIC X(14).
           05  FILLER               PIC X.
           05  SOL-Event            PIC X.
               88  SOL-SignedOn     value "S".
               88  SOL-Failed       value "F".
               88  SOL-LockedOut    value "L".
               88  SOL-PwdChanged   value "P".
               88  SOL-Denied       value "D".
           05  FILLER               PIC X.
           05  SOL-Detail           PIC X(50).
