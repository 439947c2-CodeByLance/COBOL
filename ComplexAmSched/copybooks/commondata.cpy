           05  BalanceACAC              PIC 9(6)V99999  value zero.
           05  Balance30360             PIC 9(6)V99999  value zero.
           05  TotalPaymentDue          PIC 9(6)V99     value zero.
      *    RULE OF 78S - THE SAME LEVEL PAYMENT, ITS FIXED FINANCE
      *    CHARGE EARNED BY THE SUM OF THE DIGITS INSTEAD OF ON THE
      *    BALANCE; THE EARLY PRINCIPAL CAN GO NEGATIVE
           05  MonthlyPaymentRule78     PIC 9(5)V99     value zero.
           05  PrincipalAmountRule78    PIC S9(5)V99999 value zero.
           05  InterestAmountRule78     PIC 9999V99999  value zero.
           05  BalanceRule78            PIC S9(6)V99999 value zero.
           05  FinanceChargeRule78      PIC 9(7)V99     value zero.
           05  EarnedRule78             PIC 9(7)V99     value zero.
           05  DigitsRule78             PIC 9(8)        value zero.
           05  PayoffRule78             PIC S9(7)V99    value zero.
           05  PayoffVariance           PIC S9(7)V99    value zero.
