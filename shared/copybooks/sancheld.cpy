      *****************************************************************
      * PAYMENTS BLOCKED BY A CONFIRMED SANCTIONS HIT -
      * shared\data\sanctionheld.txt. POSTPAY WRITES THE LOAN PAYMENT
      * EXTRACT ROW HERE, UNPOSTED, WHEN ITS ACCOUNT HAS A CONFIRMED
      * CASE ON THE REVIEW QUEUE (copybooks/sancqueue.cpy); SANCREVIEW
      * PUTS THE ROWS BACK ON shared\data\loanpmts.txt FOR THE NEXT
      * POSTPAY ONCE THE LAST CONFIRMED CASE ON THE ACCOUNT IS
      * RELEASED. THE FIRST 69 BYTES ARE THE EXTRACT ROW AS IT CAME.
      *****************************************************************
       01  SanctionHeldRecord.
           05  SHP-Payment.
               10  SHP-Account      PIC X(10).
               10  SHP-Date         PIC X(10).
               10  SHP-Amount       PIC 9(6)V99.
               10  SHP-BatchKey     PIC X(41).
           05  SHP-HeldDate         PIC X(10).
           05  SHP-CaseId           PIC 9(7).
