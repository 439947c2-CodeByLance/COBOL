      *****************************************************************
      * MORTGAGE INSURANCE (PMI) TERMS - ONE KEYED RECORD PER INSURED
      * LOAN ON shared\data\mortins.dat, MAINTAINED AND REVIEWED
      * MONTHLY BY PMIMAINT. THE PREMIUM IS BILLED INSIDE LM-FeeAmount
      * ON THE LOAN MASTER; THIS RECORD IS WHAT SAYS HOW MUCH OF THAT
      * FEE IS A PREMIUM, WHO THE INSURER IS, AND WHETHER THE COVERAGE
      * HAS REACHED 80% (BORROWER MAY ASK TO CANCEL) OR 78% (CANCELLED
      * AUTOMATICALLY ONCE CURRENT) OF THE ORIGINAL PROPERTY VALUE ON
      * THE COLLATERAL MASTER. A CANCELLED RECORD STAYS AS HISTORY.
      *****************************************************************
       01  MortgageInsuranceRecord.
           05  MI-Account           PIC X(10).
           05  MI-Insurer           PIC X(20).
           05  MI-Certificate       PIC X(15).
           05  MI-MonthlyPremium    PIC 9(4)V99.
           05  MI-Status            PIC X.
               88  MI-Active        value "A".
               88  MI-Eligible      value "E".
               88  MI-CancelledAuto value "C".
               88  MI-CancelledReq  value "R".
               88  MI-InForce       value "A" "E".
      * BORROWER ASKED TO DROP COVERAGE - HONORED THE FIRST MONTH THE
      * SCHEDULED BALANCE IS AT 80% AND THE LOAN IS CURRENT
           05  MI-RequestFlag       PIC X.
               88  MI-CancelRequested value "Y".
           05  MI-SetupDate         PIC X(10).
           05  MI-NotifyDate        PIC X(10).
           05  MI-CancelDate        PIC X(10).
           05  MI-CancelLtv         PIC 999V99.
           05  MI-RefundAmount      PIC 9(6)V99.
           05  FILLER               PIC X(20).
