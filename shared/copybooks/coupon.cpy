      *****************************************************************
      * ISSUED-COUPON REGISTER - ONE ROW PER PAYMENT COUPON BILLING
      * PRINTS, APPENDED TO shared\data\coupons.txt. THE SCAN LINE IS
      * THE LOAN ACCOUNT, STATEMENT MONTH AND YEAR, AMOUNT DUE AND A
      * MOD-10 CHECK DIGIT FROM THE SHARED SCANLINE CALLABLE. LOCKBOX
      * ACCEPTS A REMITTANCE ONLY WHEN ITS SCAN LINE MATCHES A COUPON
      * ON THIS REGISTER; A RE-RUN STATEMENT MONTH APPENDS AGAIN AND
      * THE LATEST ROW FOR THE ACCOUNT AND MONTH IS THE ONE IN FORCE.
      *****************************************************************
       01  CouponRecord.
           05  CPN-ScanLine.
               10  CPN-Account      PIC X(10).
               10  CPN-Month        PIC 9(2).
               10  CPN-Year         PIC 9(4).
               10  CPN-AmountDue    PIC 9(7)V99.
               10  CPN-CheckDigit   PIC 9.
           05  CPN-ScanBody redefines CPN-ScanLine.
               10  CPN-Body         PIC X(25).
               10  FILLER           PIC X.
           05  CPN-IssueDate        PIC X(10).
           05  FILLER               PIC X(10).
