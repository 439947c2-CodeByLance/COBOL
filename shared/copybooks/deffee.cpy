      *****************************************************************
      * DEFERRED ORIGINATION FEE AND COST SUB-LEDGER - ONE ROW PER
      * EVENT ON shared\data\deferredfees.txt, WRITTEN BY
      * wrkmodule/DEFLEDGER AND THE MONTHLY AMORTIZATION RUN (DEFAMORT)
      * ONLY. ORIGINATION FEES COLLECTED AND DIRECT COSTS PAID ARE NOT
      * INCOME AND EXPENSE THE DAY THE LOAN FUNDS - THE NET IS DEFERRED
      * AND RECOGNIZED OVER THE LIFE OF THE LOAN AS A YIELD ADJUSTMENT.
      *   B  BOOKED AT BOARDING (LOANMAINT) - DFL-Fees LESS DFL-Costs
      *   M  MONTHLY ACCRETION BY LEVEL YIELD (DEFAMORT) - DFL-Yield IS
      *      THE PERIODIC EFFECTIVE YIELD, DFL-Period THE LAST
      *      SCHEDULE PERIOD RECOGNIZED THROUGH
      *   A  ACCELERATED - THE WHOLE REMAINDER AT PAYOFF (PAYOFFEXEC),
      *      CHARGE-OFF (CHARGEOFF) OR TRANSFER-OUT (XFEROUT)
      *   Y  YIELD RESET - THE PAYMENT STREAM CHANGED FROM SCHEDULE
      *      PERIOD DFL-Period ON; THE NEXT DEFAMORT RUN RE-SOLVES THE
      *      YIELD FROM THERE. LOANMOD REBUILDS THE SCHEDULE EXPORT SO
      *      ITS ROW CARRIES NO STREAM; RECAST DOES NOT, SO ITS ROW
      *      CARRIES THE RE-AMORTIZED BALANCE AND LEVEL PAYMENT.
      * DFL-Amount IS THE CHANGE IN THE NET DEFERRED BALANCE, SIGNED
      * CREDIT-POSITIVE: A NET FEE BOOKS PLUS AND ACCRETES MINUS, A NET
      * COST BOOKS MINUS AND AMORTIZES PLUS. THE ACCOUNT'S ROWS SUMMED
      * ARE ITS UNAMORTIZED NET DEFERRED FEE (PLUS) OR COST (MINUS).
      *****************************************************************
       01  DeferredFeeRecord.
           05  DFL-Account          PIC X(10).
           05  DFL-EntryType        PIC X.
               88  DFL-Booked       value "B".
               88  DFL-Accreted     value "M".
               88  DFL-Accelerated  value "A".
               88  DFL-YieldReset   value "Y".
           05  DFL-Date             PIC X(10).
           05  DFL-Company          PIC X(3).
           05  DFL-Fees             PIC 9(6)V99.
           05  DFL-Costs            PIC 9(6)V99.
           05  DFL-Amount           PIC S9(7)V99 sign leading separate.
           05  DFL-Yield            PIC 9V9(8).
           05  DFL-Period           PIC 9(4).
           05  DFL-Balance          PIC 9(7)V99.
           05  DFL-Payment          PIC 9(6)V99.
           05  DFL-Source           PIC X(14).
