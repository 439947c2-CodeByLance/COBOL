      * is still produced for a bad-address account (somebody asked    *
      * for it) but the account lands on the address-research list     *
      * instead of the mail.                                           *
      * A co-borrower or guarantor on the borrower role file who asked *
      * for their own copy gets the quote behind their own address     *
      * block, filed beside the primary's as <name>_<role><seq>.txt.   *
      * Recoverable corporate advances still open on the sub-ledger    *
      * (ADVLEDGER) are part of the payoff figure, shown on their own  *
      * line and carried on the quote register so PAYOFFEXEC collects  *
      * exactly what was quoted.                                       *
      * A simple-interest loan is quoted off its accrual journal       *
      * (SIACCRUE) - actual principal and interest from the date it is *
      * actually paid through - instead of the projected schedule.     *
      * Once its party copies are made, each quote is handed to the    *
      * shared EDELIVER callable: a borrower who chose electronic      *
      * delivery gets it through the e-delivery staging area and       *
      * manifest instead of, or as well as, the mail.                  *
      * A loan carrying prepayment penalty terms on                    *
      * shared\data\prepaypen.dat (PPENMAINT) is quoted its penalty on *
      * its own line: the principal being paid off beyond what is left *
      * of the loan year's free-prepayment allowance, at the step-down *
      * percentage for the loan year or six months' interest at the    *
      * note rate, nothing once the terms have expired. A penalty      *
      * waived through the late-fee waiver pass is shown as waived and *
      * not charged. The penalty rides the quote register for          *
      * PAYOFFEXEC to collect and is kept on the terms as the amount a *
      * later waiver forgives.                                         *
      * A loan paying off early with buydown subsidy still held on     *
      * shared\data\buydown.dat is quoted what its agreement says:     *
      * when the leftover is credited to the borrower the balance      *
      * comes off the payoff figure on its own line and rides the      *
      * quote register for PAYOFFEXEC to apply; when it is refunded to *
      * the builder the quote only notes it.                           *
      * A Rule of 78s loan (day-count method 7) accrues no per diem:   *
      * it is quoted the payments not yet made less the rebate of its  *
      * unearned finance charge, figured by the shared REBATE78 call   *
      * under the acquisition-fee, minimum-charge and minimum-rebate   *
      * rules on shared\data\rule78rules.txt, with the earned charge   *
      * still owed shown as the interest.                              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. PAYOFF.
                   record key is BW-Account
                   file status is BorrowerMasterStatus.

               select BorrowerRoleFile ASSIGN TO
                   "shared\data\borrroles.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is BR-Key
                   file status is BorrowerRoleStatus.

               select CopySourceFile ASSIGN TO DYNAMIC QuoteFileName
                   organization is line sequential.

               select PartyCopyFile ASSIGN TO DYNAMIC PartyCopyName
                   organization is line sequential.

               select optional AddressResearchFile ASSIGN TO
                   "Statements\addressresearch.txt"
                   organization is line sequential.
                   "LoanPayments\payoffquotes.txt"
                   organization is line sequential.

               select PrepayPenaltyFile ASSIGN TO
                   "shared\data\prepaypen.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is PPN-Account
                   file status is PrepayPenStatus.

               select BuydownFile ASSIGN TO
                   "shared\data\buydown.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is BDN-Account
                   file status is BuydownStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  PayoffRequestFile.
       FD  BorrowerMasterFile.
           copy "../shared/copybooks/borrower.cpy".

       FD  BorrowerRoleFile.
           copy "../shared/copybooks/borrrole.cpy".

       FD  CopySourceFile.
           01 CopySourceLine        PIC X(100).

       FD  PartyCopyFile.
           01 PartyCopyLine         PIC X(100).

       FD  AddressResearchFile.
           01 AddressResearchRecord.
               05  ARX-Account      PIC X(10).
               05  PQR-Status       PIC X.
                   88  PQR-Open     value "O".
                   88  PQR-Executed value "E".
               05  PQR-Advances     PIC 9(7)V99.
               05  PQR-Penalty      PIC 9(7)V99.
               05  PQR-BuydownCredit PIC 9(7)V99.

       FD  PrepayPenaltyFile.
           copy "../shared/copybooks/prepaypen.cpy".

       FD  BuydownFile.
           copy "../shared/copybooks/buydown.cpy".

       working-storage section.
       01  RequestFileStatus        PIC XX value spaces.
       01  eof-sched-master         PIC X value "N".
           88  eof-schedmaster      value "Y".
       01  BorrowerMasterStatus     PIC XX value spaces.
       01  BorrowerRoleStatus       PIC XX value spaces.
       01  BorrowerRoleOpenFlag     PIC X value "N".
           88  BorrowerRoleOpen     value "Y".
       01  eof-role-file            PIC X value "N".
           88  eof-role             value "Y".
       01  eof-copy-source-file     PIC X value "N".
           88  eof-copy-source      value "Y".
       01  PartyCopyName            PIC X(60) value spaces.
       01  PartyCopiesSent          PIC 9(4) value zero.
       01  QuoteFileName            PIC X(50) value spaces.

       01  BorrowerMasterOpenFlag   PIC X value "N".
           88  BorrowerMasterOpen   value "Y".
       01  PrepayPenStatus          PIC XX value spaces.
       01  PrepayPenOpenFlag        PIC X value "N".
           88  PrepayPenOpen        value "Y".
       01  BuydownStatus            PIC XX value spaces.
       01  BuydownOpenFlag          PIC X value "N".
           88  BuydownOpen          value "Y".
       01  BorrowerFoundFlag        PIC X value "N".
           88  BorrowerFound        value "Y".
       01  ResearchListed           PIC 9(4) value zero.
       01  PerDiemAmount            PIC 9(5)V9(5) value zero.
       01  AccruedInterest          PIC 9(7)V99 value zero.
       01  TotalPayoff              PIC 9(8)V99 value zero.
       01  AdvancesOwed             PIC 9(7)V99 value zero.
       01  AdvanceItems             PIC 9(4) value zero.
       01  LeapRemainder            PIC 9(4) value zero.
       01  LeapQuotient             PIC 9(4) value zero.
       01  LeapRem100               PIC 9(4) value zero.
       01  LeapRem400               PIC 9(4) value zero.

      * PREPAYMENT PENALTY - PenaltyAmount IS WHAT THE TERMS CALL FOR,
      * PenaltyCharged WHAT THE QUOTE ACTUALLY ASKS (ZERO IF WAIVED)
       01  PenaltyTermsFlag         PIC X value "N".
           88  PenaltyTerms         value "Y".
       01  PenaltyStateFlag         PIC X value space.
           88  PenaltyExpiredState  value "E".
           88  PenaltyWaivedState   value "W".
       01  PenaltyAmount            PIC 9(7)V99 value zero.
       01  PenaltyCharged           PIC 9(7)V99 value zero.
       01  PenalizedPrincipal       PIC 9(7)V99 value zero.
       01  FreeAllowance            PIC 9(7)V99 value zero.
       01  ExpireInteger            PIC 9(7) value zero.
       01  LoanYear                 PIC 99 value zero.
       01  YearsElapsed             PIC S9(4) value zero.

      * BUYDOWN SUBSIDY STILL HELD AT PAYOFF - BuydownCredit IS WHAT
      * COMES OFF THE FIGURE WHEN THE AGREEMENT CREDITS THE BORROWER
       01  BuydownTermsFlag         PIC X value "N".
           88  BuydownTerms         value "Y".
       01  BuydownCredit            PIC 9(7)V99 value zero.
       01  Disp-BuydownCredit       PIC $$$,$$$,$$9.99.

      * RULE OF 78S - A PRECOMPUTED LOAN OWES THE PAYMENTS STILL TO
      * COME LESS THE UNEARNED CHARGE (wrkmodule REBATE78), WITH THE
      * CHARGE EARNED THROUGH EVERY INSTALLMENT DUE BY THE GOOD-THROUGH
      * DATE
       01  InstallmentsDue          PIC 9(4) value zero.
       01  InstallmentsPaid         PIC 9(4) value zero.
       01  DueInteger               PIC 9(7) value zero.
       01  Rule78PerYear            PIC 99 value 12.
       01  Rule78Payments           PIC 9(4) value zero.
       01  Rule78Rate               PIC 9V9(7) value zero.
       01  Rule78Payment            PIC 9(6)V99 value zero.
       01  Rule78Remaining          PIC 9(8)V99 value zero.
       01  Rule78Payoff             PIC S9(8)V99 value zero.
       01  Disp-Rule78Payment       PIC $$$,$$9.99.
       01  Disp-Rule78Remaining     PIC $$$,$$$,$$9.99.
       01  Disp-Rule78Rebate        PIC $$$,$$$,$$9.99.
       01  Disp-Rule78AcqFee        PIC $$,$$9.99.
       01  Disp-Installments        PIC ZZZ9.
       01  Disp-Installments2       PIC ZZZ9.

       01  ScheduleRowFoundFlag     PIC X value "N".
           88  ScheduleRowFound     value "Y".
       01  OpenPeriodFoundFlag      PIC X value "N".
       01  Disp-LateFees            PIC $$$,$$$,$$9.99.
       01  Disp-PastDueEsc          PIC $$$,$$$,$$9.99.
       01  Disp-PastDueFee          PIC $$$,$$$,$$9.99.
       01  Disp-Advances            PIC $$$,$$$,$$9.99.
       01  Disp-Penalty             PIC $$$,$$$,$$9.99.
       01  Disp-Penalized           PIC $$$,$$$,$$9.99.
       01  Disp-StepPct             PIC Z9.99.
       01  Disp-Year                PIC Z9.
       01  Disp-Items               PIC ZZZ9.
       01  Disp-Total               PIC $$$,$$$,$$9.99.
       01  Disp-PerDiem             PIC $$,$$9.9999.
       01  Disp-Days                PIC ZZZZ9.

       01  MethodName               PIC X(7) value spaces.

       copy "../shared/copybooks/advcall.cpy".
       copy "../shared/copybooks/siacall.cpy".
       copy "../shared/copybooks/r78call.cpy".

       copy "../shared/copybooks/edelcall.cpy".

       01  msg                      PIC X(150) value spaces.
       01  LogSeverity              PIC X(5) value spaces.
       01  SharedLogFilePath        PIC X(60) value
           end-if.

           perform 0500-OpenBorrowerMaster.
      * NO ROLE FILE YET MEANS NO ACCOUNT HAS A SECOND PARTY
           open input BorrowerRoleFile.
           if BorrowerRoleStatus = "00"
               set BorrowerRoleOpen to true
           end-if.
           open extend AddressResearchFile.
      * NO TERMS FILE YET MEANS NO LOAN CARRIES A PENALTY
           open i-o PrepayPenaltyFile.
           if PrepayPenStatus = "00"
               set PrepayPenOpen to true
           end-if.
      * NO BUYDOWN FILE YET MEANS NO LOAN HAS SUBSIDY HELD
           open input BuydownFile.
           if BuydownStatus = "00"
               set BuydownOpen to true
           end-if.

           read PayoffRequestFile
               at end set eof-request to true
           if BorrowerMasterOpen
               close BorrowerMasterFile
           end-if.
           if BorrowerRoleOpen
               close BorrowerRoleFile
           end-if.
           close AddressResearchFile.
           if PrepayPenOpen
               close PrepayPenaltyFile
           end-if.
           if BuydownOpen
               close BuydownFile
           end-if.

           string "END. Quotes written " QuotesWritten
               " party copies " PartyCopiesSent into msg.
           perform 8000-Logs.
           perform 9000-CloseLog.

           end-if.

           perform 4000-SumLateFees.
           perform 4500-SumAdvances.
           perform 5000-Accrue.
           if LM-SimpleInterest
               perform 5100-SimpleInterestAccrue
           end-if.
           if LM-DayCountMethod = "7"
               perform 5200-Rule78Rebate
           end-if.
           perform 5500-PrepayPenalty.
           perform 5600-BuydownCredit.
           perform 6000-WriteQuote.

      * PAID-THROUGH DATE IS THE LATEST PAID PERIOD'S DUE DATE (THE
           move zero to InFlightPeriod.
           move zero to PastDueEscrow.
           move zero to PastDueFee.
           move zero to InstallmentsDue.
           move zero to InstallmentsPaid.
           move "N" to OpenPeriodFoundFlag.

           move REQ-GoodThrough to WORK-DATE.
           end-read.
           perform until eof-status
               if PS-Account = REQ-Account
      * installments due by the good-through date have earned their
      * share of a precomputed charge, paid or not
                   move PS-DueDate to WORK-DATE
                   move WORK-YEAR to DY-Year
                   move WORK-MONTH to DY-Month
                   move WORK-DAY to DY-Day
                   compute DueInteger =
                       function integer-of-date(DATE-YYYYMMDD-N)
                   if DueInteger <= QuoteInteger
                       add 1 to InstallmentsDue
                   end-if
                   if PS-Paid
                       add 1 to InstallmentsPaid
                       move PS-DueDate to AccrueFromDate
                   else
                       if not OpenPeriodFound
           end-perform.
           close LateFeeRegister.

      * OPEN RECOVERABLE CORPORATE ADVANCES - THE SERVICER'S MONEY
      * OUT ON THE LOAN, OWED BACK AT PAYOFF
       4500-SumAdvances.
           move spaces to ADVANCE-CALL-AREA.
           set ADV-GetBalance to true.
           move REQ-Account to ADV-Account.
           move TodayDate to ADV-Date.
           move LogProgramName to ADV-Program.
           move zero to ADV-Amount.
           call "shared\wrkmodule\ADVLEDGER" using ADVANCE-CALL-AREA
           end-call.
           move ADV-Balance to AdvancesOwed.
           move ADV-OpenItems to AdvanceItems.

      * PER-DIEM BY THE NOTE'S OWN DAY-COUNT CONVENTION: 30/360 NOTES
      * DIVIDE THE RATE BY 360, 30/365 AND AC/365 BY 365, AC/AC BY 366
      * WHEN THE QUOTE FALLS IN A LEAP YEAR. DAYS ARE ACTUAL CALENDAR
               when "A"
                   move 365 to DailyRateDenom
                   move "AC/365 " to MethodName
               when "7"
                   move 365 to DailyRateDenom
                   move "RULE 78" to MethodName
               when "C"
                   move "AC/AC  " to MethodName
                   move REQ-GoodThrough to WORK-DATE
               PerDiemAmount * AccrualDays.

           compute TotalPayoff = PrincipalBalance + AccruedInterest
               + LateFeesOwed + PastDueEscrow + PastDueFee
               + AdvancesOwed.

      * A SIMPLE-INTEREST LOAN OWES WHAT ITS ACCRUAL JOURNAL SAYS, NOT
      * WHAT THE SCHEDULE PROJECTED: ACTUAL PRINCIPAL, AND INTEREST
      * FROM THE DATE IT IS ACTUALLY PAID THROUGH (PLUS ANY A SHORT
      * SPLIT LEFT UNPAID) TO THE GOOD-THROUGH DATE
       5100-SimpleInterestAccrue.
           initialize SIMPLE-INTEREST-CALL-AREA.
           set SIC-Accrue to true.
           move LM-LoanAccount to SIC-Account.
           move REQ-GoodThrough to SIC-Date.
           move LogProgramName to SIC-Program.
           move LM-AnnualRate to SIC-Rate.
           move LM-DayCountMethod to SIC-DayCount.
           move LM-CurrentBalance to SIC-StartBalance.
           move LM-LoanDate to SIC-StartDate.
           call "shared\wrkmodule\SIACCRUE"
               using SIMPLE-INTEREST-CALL-AREA
           end-call.

           move SIC-Principal to PrincipalBalance.
           move SIC-PaidThrough to AccrueFromDate.
           move SIC-Days to AccrualDays.
           move SIC-PerDiem to PerDiemAmount.
           move SIC-InterestDue to AccruedInterest.

           compute TotalPayoff = PrincipalBalance + AccruedInterest
               + LateFeesOwed + PastDueEscrow + PastDueFee
               + AdvancesOwed.

      * A RULE OF 78S LOAN ACCRUES NOTHING DAY BY DAY - ITS CHARGE WAS
      * FIXED AT ORIGINATION. IT OWES THE PAYMENTS NOT YET MADE LESS
      * THE REBATE OF WHAT THE INSTALLMENTS NOT YET DUE HAVE NOT
      * EARNED; WHAT THAT COMES TO OVER THE SCHEDULE BALANCE IS THE
      * EARNED CHARGE STILL OWED, QUOTED AS THE INTEREST. THE LEVEL
      * PAYMENT AND THE CHARGE ARE FIGURED THE WAY AC365AMSCH PRICED
      * THE CONTRACT.
       5200-Rule78Rebate.
           evaluate LM-Frequency
               when "B"
                   move 26 to Rule78PerYear
               when "W"
                   move 52 to Rule78PerYear
               when "Q"
                   move 4 to Rule78PerYear
               when other
                   move 12 to Rule78PerYear
           end-evaluate.
           compute Rule78Payments =
               LM-TermMonths * Rule78PerYear / 12.
           if Rule78Payments = zero
               exit paragraph
           end-if.
           compute Rule78Rate = (LM-AnnualRate / 100) / Rule78PerYear.
           if Rule78Rate = zero
               compute Rule78Payment rounded =
                   LM-LoanAmount / Rule78Payments
           else
               compute Rule78Payment rounded =
                   LM-LoanAmount * Rule78Rate /
                       (1 - (1 + Rule78Rate) ** - Rule78Payments)
           end-if.

           move spaces to REBATE78-CALL-AREA.
           move REQ-Account to RBC-Account.
           move LogProgramName to RBC-Program.
           compute RBC-FinanceCharge =
               Rule78Payment * Rule78Payments - LM-LoanAmount.
           move Rule78Payments to RBC-Payments.
           if InstallmentsDue > Rule78Payments
               move Rule78Payments to RBC-Elapsed
           else
               move InstallmentsDue to RBC-Elapsed
           end-if.
           call "shared\wrkmodule\REBATE78" using REBATE78-CALL-AREA
           end-call.

           if InstallmentsPaid > Rule78Payments
               move Rule78Payments to InstallmentsPaid
           end-if.
           compute Rule78Remaining =
               Rule78Payment * (Rule78Payments - InstallmentsPaid).
           compute Rule78Payoff = Rule78Remaining - RBC-Rebate.
           if Rule78Payoff > PrincipalBalance
               compute AccruedInterest =
                   Rule78Payoff - PrincipalBalance
           else
               move zero to AccruedInterest
           end-if.
           move zero to PerDiemAmount.
           move zero to AccrualDays.

           compute TotalPayoff = PrincipalBalance + AccruedInterest
               + LateFeesOwed + PastDueEscrow + PastDueFee
               + AdvancesOwed.

      * THE PENALTY IS FIGURED ON THE PRINCIPAL THE PAYOFF PREPAYS
      * BEYOND WHAT IS LEFT OF THIS LOAN YEAR'S FREE ALLOWANCE (THE
      * FREE PERCENT OF THE ORIGINAL LOAN AMOUNT, LESS CURTAILMENTS
      * POSTPAY ALREADY COUNTED AGAINST IT): THE STEP-DOWN PERCENT FOR
      * THE LOAN YEAR THE GOOD-THROUGH DATE FALLS IN, OR SIX MONTHS'
      * INTEREST AT THE NOTE RATE. THE FIGURE IS KEPT ON THE TERMS SO
      * A WAIVER KNOWS WHAT IT FORGAVE.
       5500-PrepayPenalty.
           move "N" to PenaltyTermsFlag.
           move space to PenaltyStateFlag.
           move zero to PenaltyAmount.
           move zero to PenaltyCharged.
           move zero to PenalizedPrincipal.
           move zero to LoanYear.
           if not PrepayPenOpen
               exit paragraph
           end-if.
           move REQ-Account to PPN-Account.
           read PrepayPenaltyFile
               invalid key
                   exit paragraph
           end-read.
           if not PPN-Active
               exit paragraph
           end-if.
           set PenaltyTerms to true.

           move PPN-ExpireDate to WORK-DATE.
           move WORK-YEAR to DY-Year.
           move WORK-MONTH to DY-Month.
           move WORK-DAY to DY-Day.
           compute ExpireInteger =
               function integer-of-date(DATE-YYYYMMDD-N).
           if ExpireInteger < QuoteInteger
               set PenaltyExpiredState to true
               exit paragraph
           end-if.

      * loan year the good-through date falls in - year 1 runs from
      * the funding date to the day before its first anniversary
           move LM-LoanDate to WORK-DATE.
           move REQ-GoodThrough(7:4) to DY-Year.
           move REQ-GoodThrough(1:2) to DY-Month.
           move REQ-GoodThrough(4:2) to DY-Day.
           compute YearsElapsed = DY-Year - WORK-YEAR.
           if DY-Month < WORK-MONTH
               or (DY-Month = WORK-MONTH and DY-Day < WORK-DAY)
               subtract 1 from YearsElapsed
           end-if.
           if YearsElapsed < zero
               move zero to YearsElapsed
           end-if.
           if YearsElapsed > 98
               move 98 to YearsElapsed
           end-if.
           compute LoanYear = YearsElapsed + 1.

           compute FreeAllowance rounded =
               LM-LoanAmount * PPN-FreePct / 100.
           if PPN-PrepaidYear = LoanYear
               if PPN-YearPrepaid < FreeAllowance
                   subtract PPN-YearPrepaid from FreeAllowance
               else
                   move zero to FreeAllowance
               end-if
           end-if.
           if PrincipalBalance > FreeAllowance
               compute PenalizedPrincipal =
                   PrincipalBalance - FreeAllowance
           end-if.

           evaluate true
               when PPN-SixMonths
                   compute PenaltyAmount rounded =
                       PenalizedPrincipal * (LM-AnnualRate / 100) / 2
               when PPN-StepDown and LoanYear <= 5
                   compute PenaltyAmount rounded =
                       PenalizedPrincipal * PPN-StepPct(LoanYear)
                           / 100
               when other
                   move zero to PenaltyAmount
           end-evaluate.

           if PPN-Waived
               set PenaltyWaivedState to true
           else
               move PenaltyAmount to PenaltyCharged
           end-if.
           add PenaltyCharged to TotalPayoff.

           move TodayDate to PPN-LastQuoteDate.
           move PenaltyAmount to PPN-LastPenalty.
           rewrite PrepayPenaltyRecord.

      * SUBSIDY LEFT ON A BUYDOWN AT PAYOFF GOES WHERE THE AGREEMENT
      * SAYS - A BORROWER CREDIT COMES OFF WHAT IS OWED, NEVER MORE
      * THAN THE WHOLE PAYOFF
       5600-BuydownCredit.
           move "N" to BuydownTermsFlag.
           move zero to BuydownCredit.
           if not BuydownOpen
               exit paragraph
           end-if.
           move REQ-Account to BDN-Account.
           read BuydownFile
               invalid key
                   exit paragraph
           end-read.
           if (not BDN-Active and not BDN-Completed)
               or BDN-Balance = zero
               exit paragraph
           end-if.
           set BuydownTerms to true.
           if BDN-CreditBorrower
               if BDN-Balance < TotalPayoff
                   move BDN-Balance to BuydownCredit
               else
                   move TotalPayoff to BuydownCredit
               end-if
               subtract BuydownCredit from TotalPayoff
           end-if.

      * A PAYOFF QUOTE WAS ASKED FOR, SO IT IS ALWAYS PRODUCED - A
      * BAD ADDRESS ONLY HOLDS THE MAILING AND LISTS THE ACCOUNT FOR
           move AccrualDays to Disp-Days.
           move AccruedInterest to Disp-Accrued.
           move spaces to QuoteLine.
           if LM-DayCountMethod = "7"
               string "Earned finance charge owed   " Disp-Accrued
                      "  (Rule of 78s)"
                      into QuoteLine
               write QuoteLine
               perform 6060-WriteRule78Lines
           else
               string "Accrued interest             " Disp-Accrued
                      "  (" Disp-Days " days from " AccrueFromDate ")"
                      into QuoteLine
               write QuoteLine
           end-if.

           move LateFeesOwed to Disp-LateFees.
           move spaces to QuoteLine.
               into QuoteLine.
           write QuoteLine.

           if AdvancesOwed > zero
               move AdvancesOwed to Disp-Advances
               move AdvanceItems to Disp-Items
               move spaces to QuoteLine
               string "Corporate advances           " Disp-Advances
                      "  (" Disp-Items " items since "
                      ADV-OldestDate ")"
                      into QuoteLine
               write QuoteLine
           end-if.

           if PenaltyTerms
               perform 6050-WritePenaltyLine
           end-if.

           if BuydownTerms
               move spaces to QuoteLine
               if BDN-CreditBorrower
                   move BuydownCredit to Disp-BuydownCredit
                   string "Less buydown subsidy credit  "
                          Disp-BuydownCredit
                          into QuoteLine
               else
                   move BDN-Balance to Disp-BuydownCredit
                   string "Buydown subsidy of " Disp-BuydownCredit
                          " unused - refunded to the builder"
                          into QuoteLine
               end-if
               write QuoteLine
           end-if.

           move spaces to QuoteLine.
           write QuoteLine.


           move PerDiemAmount to Disp-PerDiem.
           move spaces to QuoteLine.
           if LM-DayCountMethod = "7"
               string "No per diem - a precomputed charge; the rebate "
                      "is refigured at each due date"
                      into QuoteLine
           else
               string "Per diem after good-through  " Disp-PerDiem
                      " per day"
                      into QuoteLine
           end-if.
           write QuoteLine.

           close QuoteFile.

           add 1 to QuotesWritten.
           perform 6800-SendPartyCopies.
           perform 6900-DeliverQuote.

      * the quote goes on the register so PAYOFFEXEC can match the
      * wire against it instead of someone improvising the close
           move TotalPayoff to PQR-Total.
           move PerDiemAmount to PQR-PerDiem.
           move "O" to PQR-Status.
           move AdvancesOwed to PQR-Advances.
           move PenaltyCharged to PQR-Penalty.
           move BuydownCredit to PQR-BuydownCredit.
           write PayoffQuoteRecord.
           close PayoffQuoteRegister.

               " total " TotalPayoff into msg.
           perform 8000-Logs.

      * THE PENALTY IS ALWAYS SHOWN ON A LOAN THAT HAS TERMS, WITH HOW
      * IT WAS FIGURED - OR WHY NOTHING IS OWED
       6050-WritePenaltyLine.
           move PenaltyCharged to Disp-Penalty.
           move PenalizedPrincipal to Disp-Penalized.
           move LoanYear to Disp-Year.
           move spaces to QuoteLine.
           evaluate true
               when PenaltyExpiredState
                   string "Prepayment penalty           " Disp-Penalty
                          "  (terms expired " PPN-ExpireDate ")"
                          into QuoteLine
               when PenaltyWaivedState
                   move PenaltyAmount to Disp-Penalized
                   string "Prepayment penalty           " Disp-Penalty
                          "  (" Disp-Penalized " waived "
                          PPN-WaiveDate " reason " PPN-WaiveReason ")"
                          into QuoteLine
               when PenalizedPrincipal = zero
                   string "Prepayment penalty           " Disp-Penalty
                          "  (within the free prepayment allowance)"
                          into QuoteLine
               when PPN-SixMonths
                   string "Prepayment penalty           " Disp-Penalty
                          "  (6 months interest on " Disp-Penalized
                          ")"
                          into QuoteLine
               when LoanYear > 5
                   string "Prepayment penalty           " Disp-Penalty
                          "  (none in loan year " Disp-Year ")"
                          into QuoteLine
               when other
                   move PPN-StepPct(LoanYear) to Disp-StepPct
                   string "Prepayment penalty           " Disp-Penalty
                          "  (" Disp-StepPct "% of " Disp-Penalized
                          " in loan year " Disp-Year ")"
                          into QuoteLine
           end-evaluate.
           write QuoteLine.

      * HOW A 78S FIGURE WAS REACHED: THE PAYMENTS STILL TO COME, THE
      * REBATE OFF THEM, AND ANY TABLE RULE THAT HELD THE REBATE DOWN
       6060-WriteRule78Lines.
           move Rule78Remaining to Disp-Rule78Remaining.
           move Rule78Payment to Disp-Rule78Payment.
           compute Disp-Installments =
               Rule78Payments - InstallmentsPaid.
           move spaces to QuoteLine.
           string "  Payments remaining         " Disp-Rule78Remaining
                  "  (" Disp-Installments " at " Disp-Rule78Payment ")"
                  into QuoteLine.
           write QuoteLine.

           move RBC-Rebate to Disp-Rule78Rebate.
           move RBC-Elapsed to Disp-Installments.
           move RBC-Payments to Disp-Installments2.
           move spaces to QuoteLine.
           string "  Less unearned charge rebate" Disp-Rule78Rebate
                  "  (" Disp-Installments " of " Disp-Installments2
                  " installments earned)"
                  into QuoteLine.
           write QuoteLine.

           if RBC-AcqFee > zero
               move RBC-AcqFee to Disp-Rule78AcqFee
               move spaces to QuoteLine
               string "  Acquisition fee kept out of the rebate "
                      Disp-Rule78AcqFee
                      into QuoteLine
               write QuoteLine
           end-if.
           if RBC-MinCharge
               move spaces to QuoteLine
               string "  Rebate held to leave the minimum finance "
                      "charge (" RBC-RuleUsed " rule)"
                      into QuoteLine
               write QuoteLine
           end-if.
           if RBC-MinRebate
               move spaces to QuoteLine
               string "  Rebate under the minimum paid (" RBC-RuleUsed
                      " rule) - none allowed"
                      into QuoteLine
               write QuoteLine
           end-if.

       6500-ReadBorrower.
           move "N" to BorrowerFoundFlag.
           if not BorrowerMasterOpen
           write AddressResearchRecord.
           add 1 to ResearchListed.

      * A CO-BORROWER OR GUARANTOR WHO ASKED FOR THEIR OWN COPY GETS
      * THE SAME QUOTE BEHIND THEIR OWN ADDRESS BLOCK, FILED NEXT TO
      * THE PRIMARY'S WITH THE ROLE AND PARTY SEQUENCE ON THE NAME; A
      * PARTY WITH A DEAD ADDRESS GOES ON THE RESEARCH LIST INSTEAD
       6800-SendPartyCopies.
           if not BorrowerRoleOpen
               exit paragraph
           end-if.
           move "N" to eof-role-file.
           move REQ-Account to BR-Account.
           move 1 to BR-Seq.
           start BorrowerRoleFile key >= BR-Key
               invalid key
                   exit paragraph
           end-start.
           read BorrowerRoleFile next record
               at end set eof-role to true
           end-read.
           perform until eof-role
               or BR-Account not = REQ-Account
               evaluate true
                   when not BR-MailCopy
                       continue
                   when BR-AddressBad
                       move "CO-PARTY RETURNED MAIL" to ResearchReason
                       perform 6700-ListForResearch
                   when other
                       perform 6850-WritePartyCopy
               end-evaluate
               read BorrowerRoleFile next record
                   at end set eof-role to true
               end-read
           end-perform.

       6850-WritePartyCopy.
           move spaces to PartyCopyName.
           string QuoteFileName delimited by ".txt"
                  "_" delimited by size
                  BR-Role delimited by size
                  BR-Seq delimited by size
                  ".txt" delimited by size
                  into PartyCopyName
           end-string.
           open output PartyCopyFile.

           move spaces to PartyCopyLine.
           if BR-Guarantor
               string "COPY FOR GUARANTOR - ACCOUNT " REQ-Account
                   into PartyCopyLine
           else
               string "COPY FOR CO-BORROWER - ACCOUNT " REQ-Account
                   into PartyCopyLine
           end-if.
           write PartyCopyLine.
           move spaces to PartyCopyLine.
           move BR-Name to PartyCopyLine.
           write PartyCopyLine.
           move spaces to PartyCopyLine.
           move BR-Addr1 to PartyCopyLine.
           write PartyCopyLine.
           if BR-Addr2 not = spaces
               move spaces to PartyCopyLine
               move BR-Addr2 to PartyCopyLine
               write PartyCopyLine
           end-if.
           move spaces to PartyCopyLine.
           string BR-City delimited by "  "
                  ", " delimited by size
                  BR-State delimited by size
                  " " delimited by size
                  BR-Zip delimited by size
                  into PartyCopyLine
           end-string.
           write PartyCopyLine.
           move spaces to PartyCopyLine.
           write PartyCopyLine.

           move "N" to eof-copy-source-file.
           open input CopySourceFile.
           read CopySourceFile
               at end set eof-copy-source to true
           end-read.
           perform until eof-copy-source
               move CopySourceLine to PartyCopyLine
               write PartyCopyLine
               read CopySourceFile
                   at end set eof-copy-source to true
               end-read
           end-perform.
           close CopySourceFile.
           close PartyCopyFile.
           add 1 to PartyCopiesSent.

       6900-DeliverQuote.
           move spaces to EDC-SharedRoot.
           move LogProgramName to EDC-Program.
           move REQ-Account to EDC-Account.
           move "PAYOFFQT" to EDC-DocType.
           move spaces to EDC-Period.
           string CDT-Year CDT-Month CDT-Day delimited by size
               into EDC-Period.
           move QuoteFileName to EDC-DocPath.
           move "N" to EDC-PaperFlag.
           call "shared\wrkmodule\EDELIVER" using EDELIVERY-CALL-AREA
           end-call.

       8000-Logs.
           if LogSeverity = spaces
               move "INFO " to LogSeverity
