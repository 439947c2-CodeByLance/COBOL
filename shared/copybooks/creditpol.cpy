      *****************************************************************
      * CREDIT POLICY LIMITS - ONE ROW PER OPERATING COMPANY ON
      * shared\data\creditpolicy.txt, WITH A DEFAULT ROW FOR ANY
      * COMPANY WITHOUT ITS OWN (THE payapprules.txt PATTERN). APPDECIDE
      * HOLDS EVERY APPLICATION TO ITS COMPANY'S LIMITS. PERCENTAGES
      * ARE WHOLE PERCENT WITH TWO DECIMALS (43.00 IS 43 PERCENT); A
      * ZERO LIMIT IS NOT APPLIED.
      *****************************************************************
       01  CreditPolicyRecord.
           05  CPL-Company          PIC X(7).
           05  CPL-MaxDTI           PIC 999V99.
           05  CPL-MaxLTV           PIC 999V99.
           05  CPL-MinAmount        PIC 9(6)V99.
           05  CPL-MaxAmount        PIC 9(6)V99.
           05  CPL-MaxTerm          PIC 999.
           05  CPL-MinIncome        PIC 9(6)V99.
