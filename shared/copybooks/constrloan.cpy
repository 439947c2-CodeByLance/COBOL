      *****************************************************************
      * CONSTRUCTION LOAN TERMS - ONE KEYED RECORD PER CONSTRUCTION
      * LOAN (LM-ProductType "C") ON shared\data\constrloan.dat, SET UP
      * BY CONSMAINT. WHILE THE PROJECT IS BEING BUILT THE LOAN MASTER
      * CARRIES THE COMMITMENT (LM-LoanAmount), THE CONSTRUCTION RATE
      * AND DAY-COUNT, AND THE DISBURSED BALANCE (LM-CurrentBalance);
      * THIS RECORD CARRIES WHAT ONLY A CONSTRUCTION LOAN HAS - THE
      * RETAINAGE PERCENT HELD BACK FROM EVERY DRAW, THE COMPLETION
      * DATE, THE PERMANENT TERMS THE LOAN CONVERTS TO AND HOW FAR
      * INTEREST HAS BEEN BILLED AND PAID. CONSCYCLE FUNDS THE DRAWS,
      * BILLS THE INTEREST AND CONVERTS THE LOAN ON ITS COMPLETION
      * DATE; POSTPAY APPLIES THE BORROWER'S PAYMENTS TO IT.
      *****************************************************************
       01  ConstructionLoanRecord.
           05  CN-Account           PIC X(10).
           05  CN-RetainagePct      PIC 99V99.
           05  CN-CompletionDate    PIC X(10).
      * PERMANENT TERMS - A ZERO RATE KEEPS THE CONSTRUCTION RATE
           05  CN-PermRate          PIC 99V99.
           05  CN-PermTerm          PIC 999.
           05  CN-PermFrequency     PIC X.
      * NET FUNDED TO DATE - THE BALANCE INTEREST IS BILLED ON
           05  CN-Disbursed         PIC 9(7)V99.
           05  CN-RetainageHeld     PIC 9(7)V99.
           05  CN-RetainageReleased PIC 9(7)V99.
           05  CN-LastDrawNo        PIC 999.
      * LAST DAY INTEREST HAS BEEN BILLED THROUGH - SPACES MEANS NONE
      * YET, SO BILLING STARTS ON THE LOAN DATE
           05  CN-InterestThrough   PIC X(10).
           05  CN-InterestBilled    PIC 9(7)V99.
           05  CN-Status            PIC X.
               88  CN-UnderConstruction value "C".
               88  CN-Converted     value "P".
           05  CN-ConvertedDate     PIC X(10).
      * INTEREST PAID TO DATE - BILLED LESS PAID IS WHAT IS OWED.
      * AT CONVERSION WHAT IS STILL OWED IS CAPITALIZED AND THIS IS
      * BROUGHT UP TO CN-InterestBilled
           05  CN-InterestPaid      PIC 9(7)V99.
           05  FILLER               PIC X(1).
