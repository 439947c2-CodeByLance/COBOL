      ****************************************************************** 
      * Complex Version of Amortization Schedule accounting for        *
      * different ways lenders calculate interest.                     *      
      * Beside the four day-count methods each loan is also run as a   *
      * Rule of 78s precomputed contract at the same level payment:    *
      * the finance charge is fixed at origination and earned by the   *
      * sum of the digits, and after every payment the 78s payoff      *
      * (remaining payments less the rebate the shared REBATE78 call   *
      * figures under shared\data\rule78rules.txt) is set beside the   *
      * actuarial balance so the cost of the method to a borrower who  *
      * pays off early shows period by period.                         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. ComplexAmAched.
           copy "../shared/copybooks/loanmaster.cpy".

       FD  ReportFile.
           01 ReportLine                PIC X(280).

       FD  RateResetFile.
           01 RateResetRecord.
           01  Disp-TotalInterestACAC  PIC $$$,$$$,$$9.99.
           01  Disp-InterestSpread     PIC $$$,$$$,$$9.99.

           01  MaxPayoffVariance       PIC S9(7)V99 value zero.
           01  MaxVariancePeriod       PIC 9(4) value zero.
           01  Disp-FinanceCharge78    PIC $$$,$$$,$$9.99.
           01  Disp-MaxPayoffVariance  PIC -$$,$$$,$$9.99.
           01  Disp-MaxVariancePeriod  PIC ZZZ9.

           copy "../shared/copybooks/r78call.cpy".

           01  eof-glcontrol-file      PIC X value "N".
               88  eof-glcontrol       value "Y".

           move LoanAmount to BalanceAC365.
           move LoanAmount to BalanceACAC.
           move LoanAmount to Balance30360.
           move LoanAmount to BalanceRule78.
           

      *    30/365 CALCULATION
                       1-(1+MonthlyInterestRate30360)**-NumberOfPayments
                   ).

      *    RULE OF 78S - THE 30/365 LEVEL PAYMENT TO THE CENT, AND THE
      *    CHARGE IT CARRIES OVER THE AMOUNT FINANCED FIXED NOW
           compute MonthlyPaymentRule78 rounded = MonthlyPayment30365.
           compute FinanceChargeRule78 =
               MonthlyPaymentRule78 * NumberOfPayments - LoanAmount.
           compute DigitsRule78 =
               NumberOfPayments * (NumberOfPayments + 1) / 2.
           move zero to EarnedRule78.
           move zero to MaxPayoffVariance.
           move zero to MaxVariancePeriod.

           move LoanDate to WORK-DATE

           Perform NumberOfPayments Times
               compute Balance30360 = Balance30360 -
                   PrincipalAmount30360

               perform 1020-Rule78Period

      *    escrow/fee are flat per-period charges, the same regardless
      *    of which day-count method priced the interest, so total
      *    payment due is reported off the 30/365 column (the method
               move EscrowAmount to CMP-Escrow
               move FeeAmount to CMP-Fee
               move TotalPaymentDue to CMP-TotalPaymentDue
               move PrincipalAmountRule78 to CMP-PrincipalRule78
               move InterestAmountRule78 to CMP-InterestRule78
               move BalanceRule78 to CMP-BalanceRule78
               move PayoffRule78 to CMP-PayoffRule78
               move PayoffVariance to CMP-PayoffVariance

               move spaces to ReportLine
               move CompareReportLine to ReportLine

           perform 2000-MethodSummary.

      * PERIOD Counter OF n EARNS (n-Counter+1) OF THE n(n+1)/2 PARTS
      * OF THE FIXED CHARGE, THE LAST PERIOD WHAT IS LEFT. RATE RESETS
      * DO NOT REPRICE A PRECOMPUTED CONTRACT. PAID OFF RIGHT AFTER
      * THIS PAYMENT THE BORROWER OWES THE PAYMENTS STILL TO COME LESS
      * THE REBATE, AGAINST THE ACTUARIAL BALANCE AT THE NOTE RATE.
       1020-Rule78Period.
           if Counter = NumberOfPayments
               compute InterestAmountRule78 =
                   FinanceChargeRule78 - EarnedRule78
           else
               compute InterestAmountRule78 rounded =
                   FinanceChargeRule78
                       * (NumberOfPayments - Counter + 1)
                       / DigitsRule78
           end-if.
           add InterestAmountRule78 to EarnedRule78.
           compute PrincipalAmountRule78 =
               MonthlyPaymentRule78 - InterestAmountRule78.
           compute BalanceRule78 =
               BalanceRule78 - PrincipalAmountRule78.

           move spaces to REBATE78-CALL-AREA.
           move LoanAccount to RBC-Account.
           move LogProgramName to RBC-Program.
           move FinanceChargeRule78 to RBC-FinanceCharge.
           move NumberOfPayments to RBC-Payments.
           move Counter to RBC-Elapsed.
           call "shared\wrkmodule\REBATE78" using REBATE78-CALL-AREA
           end-call.

           compute PayoffRule78 =
               MonthlyPaymentRule78 * (NumberOfPayments - Counter)
                   - RBC-Rebate.
           compute PayoffVariance = PayoffRule78 - Balance30365.
           if PayoffVariance > MaxPayoffVariance
               move PayoffVariance to MaxPayoffVariance
               move Counter to MaxVariancePeriod
           end-if.

      * ARM CAP/FLOOR ENFORCEMENT AT THE POINT A RESET IS APPLIED -
      * OUT-OF-BOUNDS RESETS ARE HELD TO THE NOTE'S OWN LIMITS AND
      * REPORTED THROUGH THE SHARED LOGGER INSTEAD OF SILENTLY
                  into ReportLine.
           write ReportLine.

      * 78S IS A CONTRACT TYPE, NOT A DAY-COUNT CHOICE - ITS TOTAL
      * CHARGE IS THE 30/365 INTEREST BY CONSTRUCTION, SO IT STAYS OUT
      * OF THE RECOMMENDATION AND IS REPORTED FOR WHAT IT COSTS A
      * BORROWER WHO PAYS OFF EARLY
           move FinanceChargeRule78 to Disp-FinanceCharge78.
           move MaxPayoffVariance to Disp-MaxPayoffVariance.
           move MaxVariancePeriod to Disp-MaxVariancePeriod.
           Display "  Rule 78s " Disp-FinanceCharge78
                   " finance charge, payoff up to "
                   Disp-MaxPayoffVariance " over actuarial".
           move spaces to ReportLine.
           string "Rule of 78s: finance charge " Disp-FinanceCharge78
                  " - payoff runs up to " Disp-MaxPayoffVariance
                  " above the actuarial payoff (after payment "
                  Disp-MaxVariancePeriod ")"
                  into ReportLine.
           write ReportLine.

           perform 2500-VerifyGLControl.

      * RECONCILE THE CHOSEN METHOD'S TOTALS AGAINST THE OPTIONAL GL
