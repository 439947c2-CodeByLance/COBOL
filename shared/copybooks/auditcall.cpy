      *****************************************************************
      * CALL AREA FOR wrkmodule/AUDITLOG - EVERY PROGRAM THAT WRITES
      * OR REWRITES THE LOAN MASTER, BORROWER MASTER OR LINE MASTER
      * MOVES THE RECORD INTO AUD-Before AS IT WAS READ, INTO
      * AUD-After AS IT WAS WRITTEN, AND CALLS AUDITLOG, WHICH
      * JOURNALS ONE ROW PER FIELD THAT DIFFERS. AN ADD CARRIES A
      * BLANK BEFORE IMAGE. THE KEY IS THE FIRST 10 BYTES OF THE
      * AFTER IMAGE - ALL THREE MASTERS ARE KEYED ON THE ACCOUNT.
      * AN "X" ACTION CLOSES THE JOURNAL AT THE END OF THE RUN.
      *****************************************************************
       01  AUDIT-CALL-AREA.
           05  AUD-Program          PIC X(14).
           05  AUD-File             PIC XX.
               88  AUD-LoanMaster   value "LM".
               88  AUD-BorrowerMaster value "BW".
               88  AUD-LineMaster   value "LN".
           05  AUD-Action           PIC X.
               88  AUD-ActionAdd    value "A".
               88  AUD-ActionChange value "C".
               88  AUD-ActionClose  value "X".
           05  AUD-Before           PIC X(200) value spaces.
           05  AUD-After            PIC X(200) value spaces.
