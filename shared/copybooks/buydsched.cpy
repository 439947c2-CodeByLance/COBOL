      *****************************************************************
      * BUYDOWN PAYMENT SCHEDULE - shared\data\buydownsched.txt, ONE
      * ROW PER SUBSIDIZED PERIOD OF A LOAN WITH ACTIVE BUYDOWN TERMS,
      * REBUILT BY AC365AMSCH ALONGSIDE THE SCHEDULE EXPORT. THE EXPORT
      * KEEPS THE NOTE-RATE PAYMENT; BDS-BorrowerPayment IS WHAT THE
      * BORROWER IS BILLED FOR PRINCIPAL AND INTEREST AT THE REDUCED
      * RATE AND BDS-Subsidy (NOTE PAYMENT LESS BORROWER PAYMENT) IS
      * WHAT POSTPAY DRAWS FROM THE SUBSIDY BALANCE TO MAKE IT WHOLE.
      *****************************************************************
       01  BuydownScheduleRecord.
           05  BDS-Account          PIC X(10).
           05  BDS-Period           PIC 9(4).
           05  BDS-BuydownYear      PIC 9.
           05  BDS-BorrowerRate     PIC 99V99.
           05  BDS-NotePayment      PIC 9(6)V99.
           05  BDS-BorrowerPayment  PIC 9(6)V99.
           05  BDS-Subsidy          PIC 9(6)V99.
