      *****************************************************************
      * SIMPLE-INTEREST ACCRUAL JOURNAL - ONE ROW PER PAYMENT POSTED
      * TO OR UNWOUND FROM A SIMPLE-INTEREST LOAN, APPENDED TO
      * shared\data\siaccrual.txt BY wrkmodule/SIACCRUE ONLY.
      *   P  POSTED - INTEREST PAID THROUGH SIA-Date
      *   U  UNWOUND - A POSTED PAYMENT TAKEN BACK (NSFUNWIND, PMTXFER)
      * THE ACCOUNT'S LAST ROW IS WHERE THE LOAN STANDS: PRINCIPAL
      * OUTSTANDING, THE DATE INTEREST IS PAID THROUGH, AND INTEREST
      * EARNED BUT NOT YET COLLECTED. A LOAN WITH NO ROWS STANDS AT ITS
      * BOARDED BALANCE, PAID THROUGH ITS LOAN DATE.
      *****************************************************************
       01  SimpleInterestRecord.
           05  SIA-Account          PIC X(10).
           05  SIA-Date             PIC X(10).
           05  SIA-Action           PIC X.
               88  SIA-Posted       value "P".
               88  SIA-Unwound      value "U".
           05  SIA-InterestPaid     PIC 9(6)V99.
           05  SIA-PrincipalPaid    PIC 9(7)V99.
           05  SIA-Principal        PIC 9(7)V99.
           05  SIA-UnpaidInterest   PIC 9(6)V99.
           05  SIA-Source           PIC X(14).
