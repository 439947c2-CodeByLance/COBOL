      *****************************************************************
      * SHARED RULE OF 78S REBATE CALLABLE - A PRECOMPUTED-INTEREST
      * LOAN (DAY-COUNT METHOD 7) HAS ITS WHOLE FINANCE CHARGE FIXED
      * AT ORIGINATION AND EARNS IT INSTALLMENT BY INSTALLMENT BY THE
      * SUM OF THE DIGITS: ON AN n-INSTALLMENT CONTRACT INSTALLMENT k
      * EARNS (n-k+1) / (n(n+1)/2) OF THE CHARGE. PAID OFF EARLY WITH
      * m INSTALLMENTS LEFT, THE UNEARNED PART - m(m+1) / n(n+1) OF
      * THE CHARGE - IS REBATED. PAYOFF QUOTES IT AND ComplexAmSched
      * SETS IT BESIDE THE ACTUARIAL BALANCE, BOTH THROUGH THIS ONE
      * CALL (copybooks/r78call.cpy).
      * THE REBATE RULES ARE MAINTAINED ON shared\data\rule78rules.txt,
      * ONE ROW PER LOAN THAT HAS ITS OWN TERMS PLUS A DEFAULT ROW FOR
      * THE PORTFOLIO (THE latefeerules.txt PATTERN): THE ACQUISITION
      * FEE THE LENDER KEEPS OUT OF THE CHARGE BEFORE THE REBATE IS
      * FIGURED, THE MINIMUM FINANCE CHARGE THE LENDER MAY KEEP, AND
      * THE SMALLEST REBATE WORTH PAYING. A LOAN-SPECIFIC ROW WINS;
      * NO ROW AND NO DEFAULT IS A STRAIGHT 78S REBATE. THE TABLE IS
      * READ ON THE FIRST CALL AND HELD FOR THE REST OF THE RUN.
      *****************************************************************
       IDENTIFICATION DIVISION.
       program-id. REBATE78.
       ENVIRONMENT DIVISION.
       input-output section.
           file-control.
               select optional Rule78RuleFile ASSIGN TO
                   DYNAMIC Rule78RulePath
                   organization is line sequential.
       DATA DIVISION.
       FILE SECTION.
       FD  Rule78RuleFile.
           01 Rule78RuleRecord.
               05  R78-Account          PIC X(10).
               05  R78-AcqFee           PIC 9(4)V99.
               05  R78-MinCharge        PIC 9(4)V99.
               05  R78-MinRebate        PIC 99V99.

       working-storage section.
           01 Rule78RulePath           PIC X(60) value spaces.
           01 SharedRootUsed           PIC X(20) value spaces.
           01 eof-rule-file            PIC X value "N".
               88 eof-rule             value "Y".
           01 RulesLoadedFlag          PIC X value "N".
               88 RulesLoaded          value "Y".

           01 RULE-TABLE.
               05 RuleEntry occurs 200 times.
                   10 RUL-Account      PIC X(10).
                   10 RUL-AcqFee       PIC 9(4)V99.
                   10 RUL-MinCharge    PIC 9(4)V99.
                   10 RUL-MinRebate    PIC 99V99.
           01 RuleCount                PIC 999 value zero.
           01 RuleSub                  PIC 999 value zero.
           01 DefaultRuleSub           PIC 999 value zero.
           01 RuleFoundFlag            PIC X value "N".
               88 RuleFound            value "Y".

           01 InstallmentsLeft         PIC 9(4) value zero.
           01 DigitsWhole              PIC 9(8) value zero.
           01 DigitsLeft               PIC 9(8) value zero.
           01 RebateBase               PIC 9(7)V99 value zero.
           01 MinChargeHeld            PIC 9(7)V99 value zero.

       LINKAGE SECTION.
           copy "../copybooks/r78call.cpy".

       PROCEDURE DIVISION using REBATE78-CALL-AREA.
       1000-FigureRebate.
           move zero to RBC-Unearned.
           move zero to RBC-AcqFee.
           move zero to RBC-Rebate.
           move RBC-FinanceCharge to RBC-Earned.
           move spaces to RBC-RuleUsed.
           set RBC-NoLimit to true.

           if not RulesLoaded
               perform 2000-LoadRules
           end-if.

           if RBC-Payments = zero
               or RBC-Elapsed >= RBC-Payments
               or RBC-FinanceCharge = zero
               goback
           end-if.

           compute InstallmentsLeft = RBC-Payments - RBC-Elapsed.
           compute DigitsWhole =
               RBC-Payments * (RBC-Payments + 1) / 2.
           compute DigitsLeft =
               InstallmentsLeft * (InstallmentsLeft + 1) / 2.

           compute RBC-Unearned rounded =
               RBC-FinanceCharge * DigitsLeft / DigitsWhole.

           perform 3000-FindRule.
           move RBC-FinanceCharge to RebateBase.
           if RuleFound
               move RUL-Account(RuleSub) to RBC-RuleUsed
               if RUL-AcqFee(RuleSub) > RBC-FinanceCharge
                   move RBC-FinanceCharge to RBC-AcqFee
               else
                   move RUL-AcqFee(RuleSub) to RBC-AcqFee
               end-if
               subtract RBC-AcqFee from RebateBase
           end-if.

           compute RBC-Rebate rounded =
               RebateBase * DigitsLeft / DigitsWhole.
           compute RBC-Earned = RBC-FinanceCharge - RBC-Rebate.

           if RuleFound
               perform 4000-ApplyMinimums
           end-if.
      * control must leave here - the paragraphs below are PERFORMed,
      * never fallen into
           goback.

       2000-LoadRules.
           if RBC-SharedRoot = spaces
               move "shared\" to SharedRootUsed
           else
               move RBC-SharedRoot to SharedRootUsed
           end-if.
           move spaces to Rule78RulePath.
           string SharedRootUsed delimited by space
               "data\rule78rules.txt" delimited by size
               into Rule78RulePath.

           move "N" to eof-rule-file.
           open input Rule78RuleFile.
           read Rule78RuleFile
               at end set eof-rule to true
           end-read.
           perform until eof-rule
               if RuleCount < 200
                   add 1 to RuleCount
                   move R78-Account to RUL-Account(RuleCount)
                   move R78-AcqFee to RUL-AcqFee(RuleCount)
                   move R78-MinCharge to RUL-MinCharge(RuleCount)
                   move R78-MinRebate to RUL-MinRebate(RuleCount)
                   if R78-Account = "DEFAULT"
                       move RuleCount to DefaultRuleSub
                   end-if
               end-if
               read Rule78RuleFile
                   at end set eof-rule to true
               end-read
           end-perform.
           close Rule78RuleFile.
           set RulesLoaded to true.

      * A LOAN-SPECIFIC ROW WINS; OTHERWISE THE PORTFOLIO DEFAULT
      * APPLIES; NO ROW AT ALL IS A STRAIGHT 78S REBATE
       3000-FindRule.
           move "N" to RuleFoundFlag.
           move 1 to RuleSub.
           perform until RuleSub > RuleCount
               if RUL-Account(RuleSub) = RBC-Account
                   set RuleFound to true
                   exit perform
               end-if
               add 1 to RuleSub
           end-perform.
           if not RuleFound and DefaultRuleSub > zero
               move DefaultRuleSub to RuleSub
               set RuleFound to true
           end-if.

      * THE LENDER KEEPS AT LEAST THE MINIMUM CHARGE (NEVER MORE THAN
      * THE WHOLE CHARGE), AND A REBATE TOO SMALL TO BE WORTH A CHECK
      * IS NOT PAID
       4000-ApplyMinimums.
           if RUL-MinCharge(RuleSub) > RBC-Earned
               if RUL-MinCharge(RuleSub) > RBC-FinanceCharge
                   move RBC-FinanceCharge to MinChargeHeld
               else
                   move RUL-MinCharge(RuleSub) to MinChargeHeld
               end-if
               compute RBC-Rebate = RBC-FinanceCharge - MinChargeHeld
               set RBC-MinCharge to true
           end-if.
           if RBC-Rebate > zero
               and RBC-Rebate < RUL-MinRebate(RuleSub)
               move zero to RBC-Rebate
               set RBC-MinRebate to true
           end-if.
           compute RBC-Earned = RBC-FinanceCharge - RBC-Rebate.

           end program REBATE78.
