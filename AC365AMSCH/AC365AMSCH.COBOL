                   "shared\data\glwork.txt"
                   organization is line sequential.

               select optional BuydownFile ASSIGN TO
                   "shared\data\buydown.dat"
                   organization is indexed
                   access mode is sequential
                   record key is BDN-Account
                   file status is BuydownStatus.

               select BuydownScheduleFile ASSIGN TO
                   "shared\data\buydownsched.txt"
                   organization is line sequential.

               select optional PrevBuydownFile ASSIGN TO
                   "shared\data\buydownsched.prev"
                   organization is line sequential.

               select optional GradPayFile ASSIGN TO
                   "shared\data\gradpay.dat"
                   organization is indexed
                   access mode is sequential
                   record key is GPM-Account
                   file status is GradPayStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  LoanMasterFile.
       FD  GLWorkFile.
           copy "../shared/copybooks/glwork.cpy".

       FD  BuydownFile.
           copy "../shared/copybooks/buydown.cpy".

       FD  BuydownScheduleFile.
           copy "../shared/copybooks/buydsched.cpy".

       FD  PrevBuydownFile.
           01 PrevBuydownRecord         PIC X(60).

       FD  GradPayFile.
           copy "../shared/copybooks/gradpay.cpy".

       copy "copybooks/workingdta.cpy".

       copy "../shared/copybooks/amortreport.cpy".
       01  RolledDueDate               PIC X(10) value spaces.

       01  CHART-OF-ACCOUNTS.
           05  ChartEntry occurs 50 times.
               10  COA-PostType        PIC X(4).
               10  COA-AcctNo          PIC X(8).
               10  COA-AcctName        PIC X(24).

       01  LoanCompanyCode             PIC X(3) value spaces.

      * TEMPORARY RATE BUYDOWNS - THE TERMS OF EVERY LIVE BUYDOWN,
      * LOADED AT STARTUP. A BUYDOWN LOAN'S EXPORT KEEPS THE NOTE-RATE
      * PAYMENT; WHAT THE BORROWER PAYS IN EACH BUYDOWN YEAR AND THE
      * SUBSIDY THAT MAKES IT WHOLE GO ON buydownsched.txt, AND THE
      * PERIOD'S CASH DEBIT SPLITS BETWEEN CASH AND THE SUBSIDY
       01  BUYDOWN-TERMS.
           05  BuydownEntry occurs 500 times.
               10  BDT-Account         PIC X(10).
               10  BDT-Years           PIC 9.
               10  BDT-RateCut         PIC 99V99 occurs 3 times.
               10  BDT-Funded          PIC 9(7)V99.
               10  BDT-Balance         PIC 9(7)V99.
       01  BuydownCount                PIC 999 value zero.
       01  BuydownSub                  PIC 999 value zero.
       01  BuydownStatus               PIC XX value spaces.
       01  eof-buydown-file            PIC X value "N".
           88  eof-buydown             value "Y".
       01  eof-prevbuydown-file        PIC X value "N".
           88  eof-prevbuydown         value "Y".
       01  BuydownLoanFlag             PIC X value "N".
           88  BuydownLoan             value "Y".
       01  BuydownPeriods              PIC 9(4) value zero.
       01  BuydownYear                 PIC 9 value zero.
       01  BuydownYearSub              PIC 9 value zero.
       01  BUYDOWN-YEARS.
           05  BuydownYearEntry occurs 3 times.
               10  BYR-Rate            PIC 99V99.
               10  BYR-PeriodRate      PIC 9V9(7).
               10  BYR-Payment         PIC 9(6)V99.
               10  BYR-Subsidy         PIC 9(7)V99.
       01  PeriodSubsidy               PIC 9(6)V99 value zero.
       01  BorrowerPayment             PIC 9(6)V99 value zero.
       01  BuydownSubsidyTotal         PIC 9(7)V99 value zero.
       01  BuydownRowsWritten          PIC 9(6) value zero.
       01  BuydownRowsCarried          PIC 9(6) value zero.
       01  CashDebitAmount             PIC 9(7)V99 value zero.
       01  Disp-BuydownRate            PIC Z9.99.
       01  Disp-BuydownPayment         PIC $$$,$$9.99.
       01  Disp-BuydownSubsidy         PIC $$,$$$,$$9.99.

      * GRADUATED PAYMENT LOANS - THE PAYMENT STEPS UP GRT-StepPct
      * PERCENT AT EACH OF THE FIRST GRT-StepYears LOAN ANNIVERSARIES
      * AND IS LEVEL AFTER THAT. GradStepPayment(n) IS THE PAYMENT IN
      * LOAN YEAR n, BUILT OFF THE SOLVED STARTING PAYMENT; WHILE IT
      * IS SHORT OF THE INTEREST THE SHORTFALL IS DEFERRED ONTO THE
      * BALANCE INSTEAD OF BILLED
       01  GRAD-TERMS.
           05  GradEntry occurs 500 times.
               10  GRT-Account         PIC X(10).
               10  GRT-StepPct         PIC 99V99.
               10  GRT-StepYears       PIC 99.
       01  GradCount                   PIC 999 value zero.
       01  GradSub                     PIC 999 value zero.
       01  GradPayStatus               PIC XX value spaces.
       01  eof-gradpay-file            PIC X value "N".
           88  eof-gradpay             value "Y".
       01  GradLoanFlag                PIC X value "N".
           88  GradLoan                value "Y".
       01  GradStepYears               PIC 99 value zero.
       01  GradStepRate                PIC 9V9(6) value zero.
       01  GRAD-STEPS.
           05  GradStepPayment         PIC 9(6)V99 occurs 11 times.
       01  GradStepSub                 PIC 99 value zero.
       01  GradYearSub                 PIC 99 value zero.
       01  GradGrowth                  PIC 9(3)V9(8) value zero.
       01  GradDiscount                PIC 9V9(12) value zero.
       01  GradYearDiscount            PIC 9V9(12) value zero.
       01  GradAnnuity                 PIC 9(5)V9(8) value zero.
       01  GradLevelAnnuity            PIC 9(5)V9(8) value zero.
       01  GradFactor                  PIC 9(6)V9(8) value zero.
       01  GradLevelPeriods            PIC 9(4) value zero.
       01  GradRemainder               PIC 9(4) value zero.
       01  GradDeferredInterest        PIC 9(7)V99 value zero.
       01  GradDeferredAmount          PIC 9(6)V99 value zero.
       01  GradLoansPriced             PIC 9(4) value zero.
       01  Disp-GradPct                PIC Z9.99.
       01  Disp-GradPayment            PIC $$$,$$9.99.
       01  Disp-GradDeferred           PIC $$,$$$,$$9.99.

      * RULE OF 78S - THE FINANCE CHARGE FIXED AT ORIGINATION (LEVEL
      * PAYMENTS LESS THE AMOUNT FINANCED) AND THE SUM OF THE DIGITS
      * IT IS EARNED BY
       01  Rule78Charge                PIC 9(7)V99 value zero.
       01  Rule78Digits                PIC 9(8) value zero.
       01  Rule78Allocated             PIC 9(7)V99 value zero.
       01  Rule78Share                 PIC 9(6)V99 value zero.
       01  Rule78Forgiven              PIC 9(6)V99 value zero.
       01  Rule78LoansScheduled        PIC 9(4) value zero.

       01  COMPANY-RUN-TOTALS.
           05  CompRunEntry occurs 20 times.
               10  CRT-Company         PIC X(3).
           if ModAccountCount > zero
               call "C$COPY" using "shared\data\schedules.txt",
                   "shared\data\schedules.prev", 0
               call "C$COPY" using "shared\data\buydownsched.txt",
                   "shared\data\buydownsched.prev", 0
           end-if.

           open output ScheduleExportFile.

      * the buydown subsidy schedule is rebuilt alongside the export
           perform 1011-LoadBuydownTerms.
           open output BuydownScheduleFile.

           perform 1013-LoadGradTerms.

           perform 1009-LoadChartOfAccounts.

      * every printed journal line is also appended here so GLCONSOL
      * closed loans stay on the master for history but do not get
      * scheduled any more. nonaccrual loans DO schedule - billing,
      * payoff, aging and the trial balance all need their rows; only
      * their income feed stops (see 7650). a construction loan still
      * being built has no schedule - it is billed on its draws until
      * CONSCYCLE converts it to its permanent terms
               if (LM-StatusActive or LM-StatusNonaccrual)
                   and not LM-Construction
                   move "N" to NonaccrualLoanFlag
                   if LM-StatusNonaccrual
                       set NonaccrualLoan to true
                       perform 1006-FindScraProtection
                       perform 1007-LoadLoanResets
                       perform 1008-SeedPayment
                       perform 1014-FindGradTerms
                       perform 1012-FindBuydown
                       perform 1000-Begin
                   end-if
                   end-if
           close LoanMasterFile.

           perform 1095-CarryModifiedRows.
           perform 1096-CarryModifiedBuydownRows.
           close ScheduleExportFile.
           close BuydownScheduleFile.

           string "Buydown subsidy rows written " BuydownRowsWritten
               " carried " BuydownRowsCarried
               " for " BuydownCount " buydown(s) on file" into msg.
           perform 2000-Logs.
           string "Graduated payment loans priced " GradLoansPriced
               " of " GradCount " on file" into msg.
           perform 2000-Logs.
           string "Rule of 78s loans scheduled " Rule78LoansScheduled
               into msg.
           perform 2000-Logs.
           close ExceptionLoanFile.
           close GLWorkFile.

               " modified loan(s) through the rebuild" into msg.
           perform 2000-Logs.

      * A MODIFIED BUYDOWN LOAN KEEPS THE SUBSIDY ROWS IT WAS LAST
      * PRICED WITH, THE SAME WAY ITS SPLICED EXPORT ROWS CARRY
       1096-CarryModifiedBuydownRows.
           if ModAccountCount = zero
               exit paragraph
           end-if.

           open input PrevBuydownFile.
           read PrevBuydownFile
               at end set eof-prevbuydown to true
           end-read.
           perform until eof-prevbuydown
               move "N" to ModifiedLoanFlag
               move 1 to ModAccountSub
               perform until ModAccountSub > ModAccountCount
                   if ModAccount(ModAccountSub) =
                           PrevBuydownRecord(1:10)
                       set LoanModified to true
                       exit perform
                   end-if
                   add 1 to ModAccountSub
               end-perform
               if LoanModified
                   move PrevBuydownRecord to BuydownScheduleRecord
                   write BuydownScheduleRecord
                   add 1 to BuydownRowsCarried
               end-if
               read PrevBuydownFile
                   at end set eof-prevbuydown to true
               end-read
           end-perform.
           close PrevBuydownFile.

           call "C$DELETE" using "shared\data\buydownsched.prev", 0.

      * ONLY BUYDOWNS STILL RUNNING PRICE A SUBSIDY - SETTLED AND
      * REMOVED TERMS ARE HISTORY
       1011-LoadBuydownTerms.
           open input BuydownFile.
           if BuydownStatus not = "00"
               exit paragraph
           end-if.
           read BuydownFile next record
               at end set eof-buydown to true
           end-read.
           perform until eof-buydown
               if (BDN-Active or BDN-Completed)
                   and BuydownCount < 500
                   add 1 to BuydownCount
                   move BDN-Account to BDT-Account(BuydownCount)
                   move BDN-Years to BDT-Years(BuydownCount)
                   move BDN-RateCut(1) to BDT-RateCut(BuydownCount, 1)
                   move BDN-RateCut(2) to BDT-RateCut(BuydownCount, 2)
                   move BDN-RateCut(3) to BDT-RateCut(BuydownCount, 3)
                   move BDN-Funded to BDT-Funded(BuydownCount)
                   move BDN-Balance to BDT-Balance(BuydownCount)
               end-if
               read BuydownFile next record
                   at end set eof-buydown to true
               end-read
           end-perform.
           close BuydownFile.

      * THE BORROWER'S PAYMENT FOR EACH BUYDOWN YEAR IS THE LEVEL
      * PAYMENT AT THE REDUCED RATE, PRICED OFF THE SAME ANNUITY AS
      * 1008 OVER THE SAME AMORTIZING PERIODS
       1012-FindBuydown.
           move "N" to BuydownLoanFlag.
           move zero to BuydownPeriods.
           move zero to BuydownSubsidyTotal.
           move 1 to BuydownSub.
           perform until BuydownSub > BuydownCount
               if BDT-Account(BuydownSub) = LoanAccount
                   set BuydownLoan to true
                   exit perform
               end-if
               add 1 to BuydownSub
           end-perform.
           if not BuydownLoan
               exit paragraph
           end-if.
      * a graduated payment is already below the level payment in the
      * early years - a buydown on top of it has nothing to price off
           if GradLoan
               move "N" to BuydownLoanFlag
               string "BUYDOWN NOT PRICED. Account " LoanAccount
                   " is a graduated-payment loan - no subsidy "
                   "schedule written" into msg
               move "WARN " to LogSeverity
               perform 2000-Logs
               exit paragraph
           end-if.
      * a precomputed contract's charge is fixed at origination - there
      * is no note-rate interest for a subsidy to stand in for
           if Method-Rule78
               move "N" to BuydownLoanFlag
               string "BUYDOWN NOT PRICED. Account " LoanAccount
                   " is a Rule of 78s loan - no subsidy "
                   "schedule written" into msg
               move "WARN " to LogSeverity
               perform 2000-Logs
               exit paragraph
           end-if.

           compute BuydownPeriods =
               BDT-Years(BuydownSub) * PeriodsPerYear.
           if BuydownPeriods > NumberOfPayments
               move NumberOfPayments to BuydownPeriods
           end-if.

           move 1 to BuydownYearSub.
           perform 3 times
               move zero to BYR-Subsidy(BuydownYearSub)
               if BDT-RateCut(BuydownSub, BuydownYearSub) >
                       AnnualInterestRate
                   move zero to BYR-Rate(BuydownYearSub)
               else
                   compute BYR-Rate(BuydownYearSub) =
                       AnnualInterestRate -
                           BDT-RateCut(BuydownSub, BuydownYearSub)
               end-if
               compute BYR-PeriodRate(BuydownYearSub) =
                   (BYR-Rate(BuydownYearSub) / 100) / PeriodsPerYear
               if BYR-PeriodRate(BuydownYearSub) = zero
                   compute BYR-Payment(BuydownYearSub) rounded =
                       LoanAmount / AmortPeriods
               else
                   compute BYR-Payment(BuydownYearSub) rounded =
                       LoanAmount * BYR-PeriodRate(BuydownYearSub) /
                           (1 - (1 + BYR-PeriodRate(BuydownYearSub))
                               ** - AmortPeriods)
               end-if
               add 1 to BuydownYearSub
           end-perform.

       1013-LoadGradTerms.
           open input GradPayFile.
           if GradPayStatus not = "00"
               exit paragraph
           end-if.
           read GradPayFile next record
               at end set eof-gradpay to true
           end-read.
           perform until eof-gradpay
               if GradCount < 500
                   add 1 to GradCount
                   move GPM-Account to GRT-Account(GradCount)
                   move GPM-StepPct to GRT-StepPct(GradCount)
                   move GPM-StepYears to GRT-StepYears(GradCount)
               else
                   string "Graduated terms table full at 500 - "
                       GPM-Account " priced level" into msg
                   move "ERROR" to LogSeverity
                   perform 2000-Logs
               end-if
               read GradPayFile next record
                   at end set eof-gradpay to true
               end-read
           end-perform.
           close GradPayFile.

      * THE STARTING PAYMENT OF A GRADUATED LOAN SOLVES
      *   LoanAmount = P1 x GradFactor
      * WHERE GradFactor SUMS, FOR EACH STEP YEAR k (0 .. N-1), ONE
      * YEAR'S ANNUITY AT (1 + STEP) ** k DISCOUNTED k YEARS, PLUS THE
      * LEVEL PAYMENT'S ANNUITY OVER THE PERIODS LEFT AFTER THE LAST
      * STEP, AT (1 + STEP) ** N, DISCOUNTED N YEARS. THE SAME SEED
      * RETRY IN 1010 THEN TRUES UP THE CENTS.
       1014-FindGradTerms.
           move "N" to GradLoanFlag.
           move zero to GradStepYears.
           move 1 to GradSub.
           perform until GradSub > GradCount
               if GRT-Account(GradSub) = LoanAccount
                   set GradLoan to true
                   exit perform
               end-if
               add 1 to GradSub
           end-perform.
           if not GradLoan
               exit paragraph
           end-if.
           if Method-Rule78
               move "N" to GradLoanFlag
               string "GRADUATED TERMS IGNORED. Account " LoanAccount
                   " is a Rule of 78s loan - level payments "
                   "scheduled" into msg
               move "WARN " to LogSeverity
               perform 2000-Logs
               exit paragraph
           end-if.

           move GRT-StepYears(GradSub) to GradStepYears.
           compute GradLevelPeriods =
               AmortPeriods - GradStepYears * PeriodsPerYear
               on size error move zero to GradLevelPeriods
           end-compute.
           if InterestOnlyMonths > zero or GradLevelPeriods = zero
               move "N" to GradLoanFlag
               string "GRADUATED TERMS IGNORED. Account " LoanAccount
                   " has interest-only months or steps past the "
                   "term - priced as a level payment" into msg
               move "WARN " to LogSeverity
               perform 2000-Logs
               exit paragraph
           end-if.

           compute GradStepRate = GRT-StepPct(GradSub) / 100.
           if SeedRate = zero
               move PeriodsPerYear to GradAnnuity
               move GradLevelPeriods to GradLevelAnnuity
               move 1 to GradYearDiscount
           else
               compute GradAnnuity =
                   (1 - (1 + SeedRate) ** - PeriodsPerYear)
                       / SeedRate
               compute GradLevelAnnuity =
                   (1 - (1 + SeedRate) ** - GradLevelPeriods)
                       / SeedRate
               compute GradYearDiscount =
                   (1 + SeedRate) ** - PeriodsPerYear
           end-if.

           move zero to GradFactor.
           move 1 to GradGrowth.
           move 1 to GradDiscount.
           perform GradStepYears times
               compute GradFactor = GradFactor +
                   GradGrowth * GradDiscount * GradAnnuity
               compute GradGrowth = GradGrowth * (1 + GradStepRate)
               compute GradDiscount = GradDiscount * GradYearDiscount
           end-perform.
           compute GradFactor = GradFactor +
               GradGrowth * GradDiscount * GradLevelAnnuity.

           compute SeedPaymentAmount rounded =
               LoanAmount / GradFactor.
           add 1 to GradLoansPriced.

      * EACH LOAN YEAR'S PAYMENT OFF THE CURRENT STARTING PAYMENT -
      * REBUILT ON EVERY SOLVER PASS, SINCE THE RETRY MOVES THE SEED.
      * THE LEVEL PAYMENT AFTER THE LAST STEP IS WHAT THE FINAL
      * TRUE-UP IS PROVED AGAINST
       1018-BuildGradSteps.
           move 1 to GradGrowth.
           move 1 to GradStepSub.
           perform until GradStepSub > GradStepYears + 1
               compute GradStepPayment(GradStepSub) rounded =
                   SeedPaymentAmount * GradGrowth
               if GradStepSub <= GradStepYears
                   compute GradGrowth =
                       GradGrowth * (1 + GradStepRate)
               end-if
               add 1 to GradStepSub
           end-perform.
           move GradStepPayment(GradStepYears + 1) to
               RecurringPaymentAmount.

      * THE PERIOD'S PAYMENT IS ITS LOAN YEAR'S STEP, LEVEL ONCE THE
      * STEPS RUN OUT
       1017-GradStepPayment.
           compute GradYearSub =
               (RecordCounter - 1) / PeriodsPerYear.
           if GradYearSub > GradStepYears
               move GradStepYears to GradYearSub
           end-if.
           move GradStepPayment(GradYearSub + 1) to
               PaymentAmount(RecordCounter).

       1006-FindScraProtection.
           move "N" to ScraLoanFlag.
           move 1 to ScraSub.
               at end set eof-chart to true
           end-read.
           perform until eof-chart
               if ChartCount < 50
                   add 1 to ChartCount
                   move COA-PostTypeIn to COA-PostType(ChartCount)
                   move COA-AcctNoIn to COA-AcctNo(ChartCount)
                   move "Escrow Liability" to GLJ-GLAccountName
               when "FEE"
                   move "Fee Income" to GLJ-GLAccountName
               when "BSUB"
                   move "Buydown Subsidy Liab" to GLJ-GLAccountName
           end-evaluate.

      * THE LEVEL PAYMENT NOW COMES STRAIGHT FROM THE ANNUITY FORMULA
           move LoanDate to WORK-DATE.
           move OriginalAnnualInterestRate to AnnualInterestRate.
           move zero to NegAmCount.
           move zero to GradDeferredInterest.
           if GradLoan
               perform 1018-BuildGradSteps
           end-if.
           if Method-Rule78
               compute Rule78Charge =
                   RecurringPaymentAmount * NumberOfPayments
                       - LoanAmount
               compute Rule78Digits =
                   NumberOfPayments * (NumberOfPayments + 1) / 2
               move zero to Rule78Allocated
           end-if.

           perform NumberOfPayments times


                   evaluate true
                       when Method-30365
                       when Method-Rule78
                           compute MonthlyInterestRate =
                               (AnnualInterestRate / 100) / 12
                       when Method-30360
                   move ScraHoldRate to AnnualInterestRate
               end-if

               if Method-Rule78
                   perform 1019-Rule78Period
               else
               if RecordCounter <= InterestOnlyMonths
                   set Payment-InterestOnly(RecordCounter) to true
                   compute InterestAmount(RecordCounter) =
                                       InterestDue -
                                           PaymentAmount(RecordCounter)
                           move 0 to PrincipalAmount(RecordCounter)
      * a graduated loan's early shortfall is planned: the borrower
      * pays the step payment, all of it interest, and the rest of
      * the interest is deferred onto the balance
                           if GradLoan
                               move PaymentAmount(RecordCounter) to
                                   InterestAmount(RecordCounter)
                               add NegAmShortfall(NegAmCount) to
                                   GradDeferredInterest
                           else
                               move InterestDue to
                                   InterestAmount(RecordCounter)
                           end-if
                           compute ClosingBalance(RecordCounter) =
                               OpeningBalance(RecordCounter) +
                                   NegAmShortfall(NegAmCount)
                       end-if
                   end-if
               end-if
               end-if

      * the first period of each new loan year up to the level-off
      * is a step: the payment type tells billing and the notices
               if GradLoan
                   and RecordCounter > 1
                   and RecordCounter <= GradStepYears * PeriodsPerYear
                       + 1
                   and RecordCounter < NumberOfPayments
                   divide RecordCounter by PeriodsPerYear
                       giving GradYearSub remainder GradRemainder
                   if GradRemainder = 1
                       set Payment-GradStep(RecordCounter) to true
                   end-if
               end-if

               compute TotalPaymentDue(RecordCounter) =
                           PrincipalAmount(RecordCounter) +
               move ClosingBalance(RecordCounter - 1) to
                       OpeningBalance(RecordCounter)

               if GradLoan
                   perform 1017-GradStepPayment
               else
                   move RecurringPaymentAmount to
                       PaymentAmount(RecordCounter)
               end-if

               if Freq-Monthly
                   ADD 1 to WORK-MONTH

           end-perform

      * the sum of the digits hands out exactly the fixed charge and
      * the last period takes what is left, so a 78s schedule closes
      * to the cent on the first pass - there is no seed to chase
           if Method-Rule78
               set ScheduleConverged to true
               add 1 to Rule78LoansScheduled
               exit paragraph
           end-if.

      * the annuity seed lands within pennies of the true level
      * payment. one cent of payment moves the final balance by the
      * future-value annuity factor (about $10 on a 30-year note), so
                   ((1 + SeedRate) ** AmortPeriods - 1)
                       / SeedRate
           end-if.
      * a cent on a graduated loan's starting payment is worth its
      * growth to the level payment by the time the steps run out
           if GradLoan
               compute AnnuityFVFactor rounded =
                   AnnuityFVFactor * GradGrowth
           end-if.
           compute VarianceTolerance rounded =
               AnnuityFVFactor * 0.01.
           if VarianceTolerance < 1.00



      * PRECOMPUTED INTEREST: PERIOD k OF n EARNS (n-k+1) OF THE
      * n(n+1)/2 PARTS OF THE FIXED CHARGE AND THE LAST PERIOD TAKES
      * WHAT IS LEFT, SO PRINCIPAL IS THE LEVEL PAYMENT LESS THAT
      * SHARE. A SHARE BIGGER THAN THE PAYMENT (HIGH RATE, LONG TERM)
      * IS NEGATIVE AMORTIZATION AND GOES ON THE NegAm REPORT. A
      * SERVICEMEMBER CAP FORGIVES THE PART OF A PROTECTED PERIOD'S
      * SHARE ABOVE THE CAPPED RATE AND THE PAYMENT DROPS BY THE SAME
      * AMOUNT, SO THE PRINCIPAL SCHEDULE IS UNTOUCHED. RATE RESETS DO
      * NOT REPRICE A PRECOMPUTED CONTRACT.
       1019-Rule78Period.
           if RecordCounter = NumberOfPayments
               if BalloonLoan
                   set Payment-Balloon(RecordCounter) to true
               else
                   set Payment-Regular(RecordCounter) to true
               end-if
               compute Rule78Share = Rule78Charge - Rule78Allocated
           else
               set Payment-Regular(RecordCounter) to true
               compute Rule78Share rounded =
                   Rule78Charge * (NumberOfPayments - RecordCounter + 1)
                       / Rule78Digits
           end-if.
           add Rule78Share to Rule78Allocated.

           move zero to Rule78Forgiven.
           if LoanProtected
               and ScraPeriodFlag(RecordCounter) = "Y"
               and OriginalAnnualInterestRate > ScraCapRate
               compute Rule78Forgiven rounded =
                   Rule78Share * (OriginalAnnualInterestRate
                       - ScraCapRate) / OriginalAnnualInterestRate
           end-if.

           evaluate true
               when RecordCounter = NumberOfPayments
                   move OpeningBalance(RecordCounter) to
                       PrincipalAmount(RecordCounter)
                   move 0 to ClosingBalance(RecordCounter)
                   compute InterestAmount(RecordCounter) =
                       Rule78Share - Rule78Forgiven
                   compute PaymentAmount(RecordCounter) =
                       PrincipalAmount(RecordCounter) +
                           InterestAmount(RecordCounter)
               when Rule78Share > PaymentAmount(RecordCounter)
                   and NegAmCount < 999
                   add 1 to NegAmCount
                   move RecordCounter to NegAmMonth(NegAmCount)
                   move PaymentAmount(RecordCounter) to
                       NegAmPayment(NegAmCount)
                   compute NegAmShortfall(NegAmCount) =
                       Rule78Share - PaymentAmount(RecordCounter)
                   move 0 to PrincipalAmount(RecordCounter)
                   compute InterestAmount(RecordCounter) =
                       Rule78Share - Rule78Forgiven
                   subtract Rule78Forgiven from
                       PaymentAmount(RecordCounter)
                   compute ClosingBalance(RecordCounter) =
                       OpeningBalance(RecordCounter) +
                           NegAmShortfall(NegAmCount)
               when other
                   compute PrincipalAmount(RecordCounter) =
                       PaymentAmount(RecordCounter) - Rule78Share
                   compute InterestAmount(RecordCounter) =
                       Rule78Share - Rule78Forgiven
                   subtract Rule78Forgiven from
                       PaymentAmount(RecordCounter)
                   compute ClosingBalance(RecordCounter) =
                       OpeningBalance(RecordCounter) -
                           PrincipalAmount(RecordCounter)
           end-evaluate.

       1090-WriteExceptionLoan.
           move LoanAccount to EXL-Account.
           move LoanAmount to EXL-Amount.
               move AmortReportLine to ScheduleLine
               write ScheduleLine

               perform 7700-PriceBuydownPeriod

               move RecordCounter to GLSetPeriod
               move RolledDueDate to GLSetDate
               perform 7600-WriteBalancedSet
           end-perform.

           perform 7800-Disclosure.
           perform 7900-BuydownDisclosure.
           perform 7950-GradDisclosure.

           close ScheduleFile.
           close GLFile.
      * TotalPaymentDue, CR LOAN RECEIVABLE FOR PRINCIPAL, CR INTEREST
      * INCOME, CR ESCROW LIABILITY AND CR FEE INCOME - THE ESCROW AND
      * FEE MONEY COLLECTED INSIDE THE PAYMENT FINALLY POSTS SOMEWHERE.
      * IN A BUYDOWN YEAR THE DEBIT SPLITS: CASH FOR WHAT THE BORROWER
      * PAYS, BUYDOWN SUBSIDY LIABILITY FOR WHAT THE BUILDER FUNDED.
      * ZERO-AMOUNT LINES ARE SKIPPED AND THE SET IS PROVED DEBITS =
      * CREDITS BEFORE ANY OF IT IS WRITTEN, BECAUSE THE LEDGER IMPORT
      * REJECTS UNBALANCED BATCHES.
           move GLSetDate to GLJ-Date.
           move LoanAccount to GLJ-Account.

           compute CashDebitAmount = GLDebitTotal - PeriodSubsidy.
           move "CASH" to GLPostType.
           perform 7640-MapGLAccount.
           move "DR" to GLJ-DRCR.
           move CashDebitAmount to GLJ-Amount.
           move CashDebitAmount to GLPostAmount.
           perform 7650-WriteGLLine.

           if PeriodSubsidy > zero
               move "BSUB" to GLPostType
               perform 7640-MapGLAccount
               move "DR" to GLJ-DRCR
               move PeriodSubsidy to GLJ-Amount
               move PeriodSubsidy to GLPostAmount
               perform 7650-WriteGLLine
           end-if.

           if PrincipalAmount(GLSetPeriod) > zero
               move "PRIN" to GLPostType
               perform 7640-MapGLAccount
               perform 7650-WriteGLLine
           end-if.

      * A GRADUATED LOAN'S DEFERRED INTEREST IS EARNED ALL THE SAME -
      * ITS OWN PAIR, DR LOAN RECEIVABLE / CR INTEREST INCOME, OUTSIDE
      * THE CASH SET PROVED ABOVE
           if GradLoan
               and ClosingBalance(GLSetPeriod) >
                   OpeningBalance(GLSetPeriod)
               compute GradDeferredAmount rounded =
                   ClosingBalance(GLSetPeriod) -
                       OpeningBalance(GLSetPeriod)
               move "PRIN" to GLPostType
               perform 7640-MapGLAccount
               move "DR" to GLJ-DRCR
               move GradDeferredAmount to GLJ-Amount
               move GradDeferredAmount to GLPostAmount
               perform 7650-WriteGLLine
               move "INT" to GLPostType
               perform 7640-MapGLAccount
               move "CR" to GLJ-DRCR
               move GradDeferredAmount to GLJ-Amount
               move GradDeferredAmount to GLPostAmount
               perform 7650-WriteGLLine
           end-if.

           if EscrowAmount > zero
               move "ESCR" to GLPostType
               perform 7640-MapGLAccount
           move LoanCompanyCode to GLW-Company.
           write GLWorkRecord.

      * ONE BUYDOWN PERIOD: THE NOTE-RATE PAYMENT STAYS ON THE EXPORT;
      * THE BORROWER PAYS THE REDUCED-RATE PAYMENT (OR, WHILE INTEREST
      * ONLY, THE INTEREST AT THE REDUCED RATE) AND THE DIFFERENCE IS
      * THE SUBSIDY. PeriodSubsidy IS ZERO OUTSIDE THE BUYDOWN YEARS
       7700-PriceBuydownPeriod.
           move zero to PeriodSubsidy.
           if not BuydownLoan or RecordCounter > BuydownPeriods
               exit paragraph
           end-if.

           compute BuydownYear =
               (RecordCounter - 1) / PeriodsPerYear + 1.
           if RecordCounter <= InterestOnlyMonths
               compute BorrowerPayment rounded =
                   OpeningBalance(RecordCounter) *
                       BYR-PeriodRate(BuydownYear)
           else
               move BYR-Payment(BuydownYear) to BorrowerPayment
           end-if.
           if BorrowerPayment < PaymentAmount(RecordCounter)
               compute PeriodSubsidy =
                   PaymentAmount(RecordCounter) - BorrowerPayment
           else
               move PaymentAmount(RecordCounter) to BorrowerPayment
           end-if.
           add PeriodSubsidy to BYR-Subsidy(BuydownYear).
           add PeriodSubsidy to BuydownSubsidyTotal.

           move LoanAccount to BDS-Account.
           move RecordCounter to BDS-Period.
           move BuydownYear to BDS-BuydownYear.
           move BYR-Rate(BuydownYear) to BDS-BorrowerRate.
           move PaymentAmount(RecordCounter) to BDS-NotePayment.
           move BorrowerPayment to BDS-BorrowerPayment.
           move PeriodSubsidy to BDS-Subsidy.
           write BuydownScheduleRecord.
           add 1 to BuydownRowsWritten.

      * THE BUYDOWN BLOCK UNDER THE DISCLOSURE: THE BORROWER'S RATE,
      * PAYMENT AND THE SUBSIDY FOR EACH BUYDOWN YEAR, AND WHETHER
      * WHAT THE BUILDER FUNDED COVERS IT
       7900-BuydownDisclosure.
           if not BuydownLoan
               exit paragraph
           end-if.

           move spaces to ScheduleLine.
           write ScheduleLine.
           move spaces to ScheduleLine.
           string "TEMPORARY BUYDOWN" into ScheduleLine.
           write ScheduleLine.

           move 1 to BuydownYearSub.
           perform BDT-Years(BuydownSub) times
               move BYR-Rate(BuydownYearSub) to Disp-BuydownRate
               move BYR-Payment(BuydownYearSub) to Disp-BuydownPayment
               move BYR-Subsidy(BuydownYearSub) to Disp-BuydownSubsidy
               move spaces to ScheduleLine
               string "  Year " BuydownYearSub
                      "  borrower rate " Disp-BuydownRate
                      "%  payment " Disp-BuydownPayment
                      "  subsidy " Disp-BuydownSubsidy
                      into ScheduleLine
               write ScheduleLine
               add 1 to BuydownYearSub
           end-perform.

           move BuydownSubsidyTotal to Disp-BuydownSubsidy.
           move BDT-Funded(BuydownSub) to Disp-TotalPayments.
           move spaces to ScheduleLine.
           string "  Subsidy required   " Disp-BuydownSubsidy
                  "   funded " Disp-TotalPayments
                  into ScheduleLine.
           write ScheduleLine.

           if BDT-Funded(BuydownSub) < BuydownSubsidyTotal
               string "BUYDOWN UNDERFUNDED. Account " LoanAccount
                   " subsidy required " BuydownSubsidyTotal
                   " funded " BDT-Funded(BuydownSub)
                   " - draws will fall short" into msg
               move "WARN " to LogSeverity
               perform 2000-Logs
           end-if.

      * THE GRADUATED PAYMENT BLOCK UNDER THE DISCLOSURE: THE PAYMENT
      * IN EACH LOAN YEAR UP TO THE LEVEL-OFF AND THE INTEREST THE
      * EARLY YEARS DEFER ONTO THE BALANCE
       7950-GradDisclosure.
           if not GradLoan
               exit paragraph
           end-if.

           move spaces to ScheduleLine.
           write ScheduleLine.
           move GRT-StepPct(GradSub) to Disp-GradPct.
           move spaces to ScheduleLine.
           string "GRADUATED PAYMENT - payment rises " Disp-GradPct
                  "% a year for " GradStepYears " year(s)"
                  into ScheduleLine.
           write ScheduleLine.

           move 1 to GradStepSub.
           perform until GradStepSub > GradStepYears + 1
               move GradStepPayment(GradStepSub) to Disp-GradPayment
               move spaces to ScheduleLine
               if GradStepSub > GradStepYears
                   string "  Year " GradStepSub
                          " on  payment " Disp-GradPayment
                          "  (level to maturity)"
                          into ScheduleLine
               else
                   string "  Year " GradStepSub
                          "     payment " Disp-GradPayment
                          into ScheduleLine
               end-if
               write ScheduleLine
               add 1 to GradStepSub
           end-perform.

           move GradDeferredInterest to Disp-GradDeferred.
           move spaces to ScheduleLine.
           string "  Interest deferred onto the balance "
                  Disp-GradDeferred into ScheduleLine.
           write ScheduleLine.

           string "GRADUATED " LoanAccount
               " start " GradStepPayment(1)
               " level " GradStepPayment(GradStepYears + 1)
               " deferred " GradDeferredInterest into msg.
           perform 2000-Logs.

      * TRUTH-IN-LENDING DISCLOSURE BLOCK APPENDED TO EACH SCHEDULE:
      * TOTAL OF PAYMENTS OFF TotalPaymentDue, FINANCE CHARGE (ALL
      * INTEREST PLUS ALL PERIODIC FEES - ESCROW IS THE BORROWER'S
               add OddDaysInterest to DiscFinanceCharge
           end-if.

      * deferred interest is paid back later as principal, but it is
      * still part of the finance charge
           add GradDeferredInterest to DiscFinanceCharge.

           move LoanAmount to DiscAmountFinanced.

           perform 7850-SolveAPR.
           move zero to OddDays.
           move zero to OddDaysInterest.

      * a precomputed charge is fixed at origination - no odd days
           if not Freq-Monthly or Method-Rule78
               exit paragraph
           end-if.

                  into NegAmLine.
           write NegAmLine.

      * a graduated loan's negative amortization is the plan, not a
      * pricing failure - say so under the loan's line
           if GradLoan
               move GRT-StepPct(GradSub) to Disp-GradPct
               move GradDeferredInterest to Disp-GradDeferred
               move spaces to NegAmLine
               string "  Graduated payment " Disp-GradPct
                      "% a year for " GradStepYears
                      " year(s) - scheduled deferred interest "
                      Disp-GradDeferred
                      into NegAmLine
               write NegAmLine
           end-if.

           if NegAmCount > 0
               move 1 to NegAmIndex
               perform NegAmCount times
