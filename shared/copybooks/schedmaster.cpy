           05  SCM-TotalPaymentDue  PIC 9(6)V99.
           05  SCM-ClosingBalance   PIC 9(7)V99.
           05  SCM-PaymentType      PIC X.
      *        G - THE FIRST PERIOD OF A GRADUATED-PAYMENT STEP YEAR,
      *        WHERE THE PAYMENT RISES
               88  SCM-GradStep     value "G".
