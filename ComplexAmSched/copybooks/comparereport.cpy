      * Side-by-side 4-day-count-method comparison report layout for   *
      * ComplexAmSched - one row per month, principal/interest/balance *
      * for each of 30/365, 30/360, AC/365 and ACAC next to each other.*
      * Past the total payment due, the Rule of 78s split of the same  *
      * level payment, the 78s payoff after that payment (remaining    *
      * payments less the unearned-charge rebate) and how far it runs  *
      * above the actuarial (30/365) balance.                          *
      ******************************************************************
       01  CompareReportHeader.
           05 FILLER          PIC X(5)   value "Month".
           05 FILLER          PIC X(6)   value "Fee".
           05 FILLER          PIC X(8)   value spaces.
           05 FILLER          PIC X(16)  value "Total Pmt Due".
           05 FILLER          PIC X(35)  value
               "Rule 78s Prin/Int/Balance".
           05 FILLER          PIC X(15)  value "78s Payoff".
           05 FILLER          PIC X(15)  value "vs Actuarial".

       01  CompareReportLine.
           05 CMP-Month             PIC ZZ9.
           05 CMP-Fee               PIC $$,$$9.99.
           05 FILLER                PIC X(1)   value spaces.
           05 CMP-TotalPaymentDue   PIC $$$,$$$,$$9.99.
           05 FILLER                PIC X(1)   value spaces.
           05 CMP-PrincipalRule78   PIC -$$$,$$9.99.
           05 CMP-InterestRule78    PIC $$,$$$9.99.
           05 CMP-BalanceRule78     PIC -$$,$$$,$$9.99.
           05 FILLER                PIC X(1)   value spaces.
           05 CMP-PayoffRule78      PIC -$$,$$$,$$9.99.
           05 FILLER                PIC X(1)   value spaces.
           05 CMP-PayoffVariance    PIC -$$,$$$,$$9.99.
