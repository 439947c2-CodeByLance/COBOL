      *****************************************************************
      * BORROWER REFUND QUEUE - ONE ROW PER CREDIT WE OWE BACK TO A
      * BORROWER ON A CLOSED LOAN, AT shared\data\refundsdue.txt.
      * POSTPAY AND PAYOFFEXEC QUEUE THE ESCROW LEFT AT PAID-IN-FULL
      * (AND PAYOFFEXEC AN OVER-REMITTED PAYOFF); REFUND SWEEPS IN
      * SUSPENSE LEFT ON CLOSED LOANS, CUTS THE CHECKS, AND WRITES
      * BACK ONLY THE ROWS STILL WAITING. RFD-AriseDate STARTS THE
      * HOLD PERIOD.
      *****************************************************************
       01  RefundDueRecord.
           05  RFD-Account          PIC X(10).
      * E ESCROW BALANCE AT CLOSE, O OVER-REMITTED PAYOFF,
      * S SUSPENSE LEFT ON A CLOSED LOAN, V VOIDED REFUND CHECK,
      * B BUYDOWN SUBSIDY CREDITED TO THE BORROWER (BUYDMAINT)
           05  RFD-Source           PIC X.
               88  RFD-FromEscrow   value "E".
               88  RFD-FromOverRemit value "O".
               88  RFD-FromSuspense value "S".
               88  RFD-FromVoid     value "V".
               88  RFD-FromBuydown  value "B".
           05  RFD-Amount           PIC 9(7)V99.
           05  RFD-AriseDate        PIC X(10).
           05  FILLER               PIC X(10).
