      *****************************************************************
      * OPERATOR MASTER - ONE KEYED RECORD PER OPERATOR ON
      * shared\data\operators.dat, MAINTAINED BY OPERMAINT AND READ BY
      * THE SHARED SIGN-ON ROUTINE (wrkmodule/SIGNON) THAT EVERY
      * INTERACTIVE PROGRAM GOES THROUGH. THE PASSWORD IS NEVER
      * STORED - ONLY ITS HASH, SALTED WITH THE OPERATOR ID. ROLES ARE
      * UP TO FIVE ONE-LETTER CODES IN ANY ORDER:
      *   I  INQUIRY      (LOANINQ)
      *   N  NOTE ENTRY   (NOTEENTRY)
      *   M  MAINTAIN     (CTLMAINT)
      *   A  APPROVER     (APPROVE)
      *   S  SECURITY     (OPERMAINT)
      *   C  COMPLIANCE   (SANCREVIEW)
      * THREE FAILED SIGN-ONS IN A ROW DEACTIVATE THE OPERATOR; A
      * PASSWORD OLDER THAN THE EXPIRY (OR A BLANK CHANGE DATE AFTER A
      * RESET) MUST BE CHANGED AT THE NEXT SIGN-ON.
      *****************************************************************
       01  OperatorRecord.
           05  OPR-Id               PIC X(10).
           05  OPR-Name             PIC X(30).
           05  OPR-PasswordHash     PIC X(12).
           05  OPR-Roles            PIC X(5).
           05  OPR-Active           PIC X.
               88  OPR-IsActive     value "Y".
               88  OPR-IsInactive   value "N".
           05  OPR-PwdChangeDate    PIC X(10).
           05  OPR-FailCount        PIC 9.
           05  OPR-LastSignOn       PIC X(10).
           05  OPR-AddedDate        PIC X(10).
           05  FILLER               PIC X(10).
