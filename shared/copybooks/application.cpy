      *****************************************************************
      * LOAN APPLICATION RECORD - ONE KEYED RECORD PER APPLICATION ON
      * shared\data\applications.dat, FROM THE DAY IT IS TAKEN TO THE
      * DAY IT FUNDS OR DROPS OUT, SO PULL-THROUGH AND FAIR-LENDING
      * QUESTIONS ARE ANSWERED FROM THE SYSTEM INSTEAD OF A LOAN
      * OFFICER'S FOLDER. APPENTRY TAKES, WITHDRAWS AND FUNDS
      * APPLICATIONS; APPDECIDE MAKES THE CREDIT DECISION AGAINST THE
      * POLICY LIMITS ON shared\data\creditpolicy.txt; APPPIPE
      * REPORTS THE PIPELINE.
      *   P  PENDING - TAKEN, WAITING ON A DECISION
      *   A  APPROVED AS APPLIED FOR
      *   C  COUNTERED - APPROVED AT APP-CounterAmount INSTEAD
      *   D  DECLINED - APP-Reason SAYS WHY
      *   W  WITHDRAWN BY THE APPLICANT BEFORE FUNDING
      *   F  FUNDED - BOARDED AS APP-LoanAccount THROUGH THE
      *      LOANMAINT AND BORRMAINT ROWS APPENTRY WROTE
      * REASON CODES: DT DEBT-TO-INCOME OVER THE LIMIT, LT LOAN-TO-
      * VALUE OVER THE LIMIT, MX AMOUNT OVER THE POLICY MAXIMUM, MN
      * AMOUNT UNDER THE POLICY MINIMUM, TM TERM OVER THE POLICY
      * MAXIMUM, IN INCOME UNDER THE POLICY MINIMUM, NV NO PROPERTY
      * VALUE, NP NO CREDIT POLICY FOR THE COMPANY.
      *****************************************************************
       01  ApplicationRecord.
           05  APP-Number           PIC 9(8).
           05  APP-Status           PIC X.
               88  APP-Pending      value "P".
               88  APP-Approved     value "A".
               88  APP-Countered    value "C".
               88  APP-Declined     value "D".
               88  APP-Withdrawn    value "W".
               88  APP-Funded       value "F".
               88  APP-Decided      value "A" "C" "D".
               88  APP-Fundable     value "A" "C".
           05  APP-Company          PIC X(3).
           05  APP-TakenDate        PIC X(10).
           05  APP-TakenBy          PIC X(10).
      * THE APPLICANT - BECOMES THE BORROWER MASTER RECORD AND THE
      * PRIMARY'S ROLE ROW WHEN THE LOAN FUNDS
           05  APP-Name             PIC X(30).
           05  APP-Addr1            PIC X(30).
           05  APP-Addr2            PIC X(30).
           05  APP-City             PIC X(20).
           05  APP-State            PIC XX.
           05  APP-Zip              PIC X(10).
           05  APP-TaxId            PIC X(9).
      * WHAT WAS ASKED FOR - BECOMES THE LOAN MASTER TERMS
           05  APP-Amount           PIC 9(6)V99.
           05  APP-TermMonths       PIC 999.
           05  APP-Rate             PIC 99V99.
           05  APP-ProductType      PIC X.
           05  APP-PropertyValue    PIC 9(8)V99.
      * GROSS MONTHLY INCOME AND EXISTING MONTHLY DEBT PAYMENTS
           05  APP-MonthlyIncome    PIC 9(6)V99.
           05  APP-MonthlyDebt      PIC 9(6)V99.
      * THE DECISION
           05  APP-DecisionDate     PIC X(10).
           05  APP-Payment          PIC 9(6)V99.
           05  APP-DTI              PIC 999V99.
           05  APP-LTV              PIC 999V99.
           05  APP-CounterAmount    PIC 9(6)V99.
           05  APP-Reason           PIC XX occurs 3 times.
      * WITHDRAWAL OR FUNDING
           05  APP-ClosedDate       PIC X(10).
           05  APP-LoanAccount      PIC X(10).
           05  FILLER               PIC X(20).
