      *****************************************************************
      * TEMPORARY RATE BUYDOWN TERMS - ONE KEYED RECORD PER LOAN WITH A
      * BUILDER- OR SELLER-FUNDED BUYDOWN ON shared\data\buydown.dat,
      * MAINTAINED BY BUYDMAINT. FOR BDN-Years LOAN YEARS THE BORROWER
      * PAYS AS IF THE NOTE RATE WERE BDN-RateCut(n) LOWER IN YEAR n
      * (2-1 IS 2.00/1.00, 3-2-1 IS 3.00/2.00/1.00); AC365AMSCH PRICES
      * THE REDUCED PAYMENT FOR EACH BUYDOWN YEAR ONTO
      * shared\data\buydownsched.txt AND POSTPAY DRAWS THE DIFFERENCE
      * FROM BDN-Balance AS EACH PERIOD IS PAID. BDN-Balance IS THE
      * SUBSIDY STILL HELD - BDN-Funded LESS WHAT HAS BEEN DRAWN,
      * CREDITED OR REFUNDED - AND EVERY MOVEMENT IS ON THE SUBSIDY
      * LEDGER shared\data\buydownledger.txt. BDN-LeftoverRule SAYS
      * WHAT THE AGREEMENT DOES WITH SUBSIDY LEFT WHEN THE LOAN PAYS
      * OFF EARLY: B REFUNDS IT TO THE BUILDER, C CREDITS IT TO THE
      * BORROWER. TERMS STAY ON FILE AS HISTORY ONCE SETTLED.
      *****************************************************************
       01  BuydownRecord.
           05  BDN-Account          PIC X(10).
           05  BDN-Years            PIC 9.
           05  BDN-RateCut          PIC 99V99 occurs 3 times.
           05  BDN-Funded           PIC 9(7)V99.
           05  BDN-Balance          PIC 9(7)V99.
           05  BDN-Drawn            PIC 9(7)V99.
           05  BDN-Builder          PIC X(30).
           05  BDN-LeftoverRule     PIC X.
               88  BDN-RefundBuilder  value "B".
               88  BDN-CreditBorrower value "C".
               88  BDN-ValidRule      value "B" "C".
           05  BDN-Status           PIC X.
               88  BDN-Active       value "A".
               88  BDN-Completed    value "F".
               88  BDN-Settled      value "P".
               88  BDN-Removed      value "R".
           05  BDN-SetupDate        PIC X(10).
           05  BDN-LastDrawDate     PIC X(10).
           05  BDN-LastDrawPeriod   PIC 9(4).
      * HOW THE LEFTOVER WENT WHEN THE LOAN PAID OFF - THE LEDGER
      * ENTRY TYPE (C CREDITED AT PAYOFF, R REFUNDED TO THE BUILDER,
      * Q QUEUED AS A BORROWER REFUND), THE DATE AND THE AMOUNT
           05  BDN-SettleType       PIC X.
           05  BDN-SettleDate       PIC X(10).
           05  BDN-SettleAmount     PIC 9(7)V99.
           05  FILLER               PIC X(20).
