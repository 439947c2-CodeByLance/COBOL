           05  SCH-TotalPaymentDue  PIC 9(6)V99.
           05  SCH-ClosingBalance   PIC 9(7)V99.
           05  SCH-PaymentType      PIC X.
      *        G - THE FIRST PERIOD OF A GRADUATED-PAYMENT STEP YEAR,
      *        WHERE THE PAYMENT RISES
               88  SCH-GradStep     value "G".
