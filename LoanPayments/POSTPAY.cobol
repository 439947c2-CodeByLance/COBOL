      * carried on shared\data\suspense.txt, and the period releases   *
      * automatically the moment suspense covers the full amount due,  *
      * so collections never sees a short-paid borrower as current.    *
      * Every hold and release is journalled, with the balance after,  *
      * on shared\data\suspensejournal.txt.                            *
      *                                                                *
      * Investor agreements dictate the order money is applied, so     *
      * each posted amount is split across the period's interest,      *
      * principal, escrow and fee dues and the outstanding late-fee    *
      * balance per the application-hierarchy rule file at             *
      * the master flips to closed, the remaining escrow balance off   *
      * the escrow ledger is reported for refund with the closing GL   *
      * pair on glwork.txt, and a paid-in-full letter is written for   *
      * the borrower file - no more 60-day escrow refunds. The         *
      * closing GL pair moves the escrow from escrow liability to      *
      * refunds payable, and the refund itself is queued on            *
      * shared\data\refundsdue.txt for REFUND to pay by check.         *
      *                                                                *
      * Recoverable corporate advances are a sixth bucket, code A on   *
      * the application rule. Money the rule sends there is collected  *
      * off the corporate advance sub-ledger through ADVLEDGER (oldest *
      * advance first), carried on the history row as the advance      *
      * share, and posted DR cash / CR advances receivable to          *
      * glwork.txt at the end of the run. A rule that does not name A  *
      * collects advances last, after everything the period owes - so  *
      * only the overpayment that used to follow principal goes there. *
      *                                                                *
      * A simple-interest loan (product type S on the master) earns    *
      * interest by the day on what it actually owes. Its payment is   *
      * split on the interest SIACCRUE figures from the paid-through   *
      * date to the day the money arrived, by the note's day-count     *
      * convention, with the rest of the installment going to          *
      * principal; the split is recorded on shared\data\siaccrual.txt, *
      * the master balance follows it, and the loan's open periods are *
      * re-projected from where it now stands.                         *
      *                                                                *
      * A curtailment - principal beyond what the period scheduled -   *
      * on a loan carrying prepayment penalty terms on                 *
      * shared\data\prepaypen.dat is counted against the loan year's   *
      * free-prepayment allowance on the terms, and one that runs past *
      * the allowance is flagged on the variance report and through    *
      * LOGGER with the penalty it would trigger. Nothing is charged   *
      * at posting; the penalty is PAYOFF's to quote.                  *
      *                                                                *
      * A loan with a temporary rate buydown on                        *
      * shared\data\buydown.dat is billed the borrower's reduced       *
      * payment for each buydown period AC365AMSCH priced onto         *
      * shared\data\buydownsched.txt, so that is the amount due        *
      * carried on paymentstatus.txt. When the period is paid the      *
      * subsidy is drawn from the loan's buydown balance and applied   *
      * with the borrower's money, so the split still covers the full  *
      * note-rate payment; every draw goes on the subsidy ledger       *
      * shared\data\buydownledger.txt and a balance too small to cover *
      * the period is drawn to zero and flagged.                       *
      *                                                                *
      * A payment on an account whose borrower or co-party is a        *
      * confirmed sanctions hit (a C case on                           *
      * shared\data\sanctionqueue.txt) is not posted. It is parked,    *
      * exactly as it arrived, on shared\data\sanctionheld.txt, shown  *
      * on the variance report and logged; SANCREVIEW returns it to    *
      * the extract when the hit is released.                          *
      *                                                                *
      * A construction loan (product C) still being built has no       *
      * schedule to match - its payments go against the interest       *
      * CONSCYCLE has billed on shared\data\constrloan.dat, posting    *
      * DR cash / CR accrued interest receivable. Money beyond the     *
      * interest owed is reported unmatched.                           *
      *                                                                *
      * A loan closed paid in full is queued on                        *
      * shared\data\releasequeue.txt for CUSTMAINT to track the lien   *
      * release and the return of the note to their deadlines.         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. POSTPAY.
                   "shared\data\suspense.txt"
                   organization is line sequential.

               select optional SuspenseJournalFile ASSIGN TO
                   "shared\data\suspensejournal.txt"
                   organization is line sequential.

               select optional AppRuleFile ASSIGN TO
                   "shared\data\payapprules.txt"
                   organization is line sequential.
                   "Chargeoff\recoveries.txt"
                   organization is line sequential.

               select optional SanctionQueueFile ASSIGN TO
                   "shared\data\sanctionqueue.txt"
                   organization is line sequential.

               select optional SanctionHeldFile ASSIGN TO
                   "shared\data\sanctionheld.txt"
                   organization is line sequential.

               select VarianceReportFile ASSIGN TO
                   "LoanPayments\variance.txt"
                   organization is line sequential.
                   "shared\data\glwork.txt"
                   organization is line sequential.

               select optional RefundDueFile ASSIGN TO
                   "shared\data\refundsdue.txt"
                   organization is line sequential.

               select optional ReleaseQueueFile ASSIGN TO
                   "shared\data\releasequeue.txt"
                   organization is line sequential.

               select PIFLetterFile ASSIGN TO DYNAMIC PIFLetterName
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

               select ConstrLoanFile ASSIGN TO
                   "shared\data\constrloan.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is CN-Account
                   file status is ConstrLoanStatus.

               select optional BuydownScheduleFile ASSIGN TO
                   "shared\data\buydownsched.txt"
                   organization is line sequential.

               select optional BuydownLedgerFile ASSIGN TO
                   "shared\data\buydownledger.txt"
                   organization is line sequential.

               select optional ControlTotalsFile ASSIGN TO
                   "shared\data\controltotals.txt"
                   organization is line sequential.
               05  PPH-ToEscrow     PIC 9(6)V99.
               05  PPH-ToFee        PIC 9(6)V99.
               05  PPH-ToLateFee    PIC 9(6)V99.
               05  PPH-ToAdvance    PIC 9(6)V99.

       FD  SuspenseJournalFile.
           copy "../shared/copybooks/suspjrnl.cpy".

       FD  AppRuleFile.
           01 AppRuleRecord.
               05  RAP-Account      PIC X(10).
      *        BUCKET CODES IN APPLICATION ORDER - L LATE FEES,
      *        I INTEREST, P PRINCIPAL, E ESCROW, F PERIOD FEES,
      *        A RECOVERABLE CORPORATE ADVANCES
               05  RAP-Order        PIC X(6).

       FD  LateFeeRegister.
           01 LateFeeRegisterRecord.
               05  RCV-Date         PIC X(10).
               05  RCV-Amount       PIC 9(6)V99.

       FD  SanctionQueueFile.
           copy "../shared/copybooks/sancqueue.cpy".

       FD  SanctionHeldFile.
           copy "../shared/copybooks/sancheld.cpy".

       FD  SuspenseFile.
           01 SuspenseRecord.
               05  SUS-Account      PIC X(10).
       FD  GLWorkFile.
           copy "../shared/copybooks/glwork.cpy".

       FD  RefundDueFile.
           copy "../shared/copybooks/refunddue.cpy".

       FD  ReleaseQueueFile.
           copy "../shared/copybooks/releaseq.cpy".

       FD  PIFLetterFile.
           01 PIFLetterLine         PIC X(90).

       FD  PrepayPenaltyFile.
           copy "../shared/copybooks/prepaypen.cpy".

       FD  BuydownFile.
           copy "../shared/copybooks/buydown.cpy".

       FD  ConstrLoanFile.
           copy "../shared/copybooks/constrloan.cpy".

       FD  BuydownScheduleFile.
           copy "../shared/copybooks/buydsched.cpy".

       FD  BuydownLedgerFile.
           copy "../shared/copybooks/buydledger.cpy".

       FD  ControlTotalsFile.
           01 ControlTotalsRecord.
               05  CTO-Date         PIC X(10).
               10  ST-Status        PIC X.
                   88  ST-Open      value "O".
                   88  ST-Paid      value "P".
      *        THE BUYDOWN SUBSIDY THE PERIOD DRAWS WHEN PAID - ALREADY
      *        TAKEN OFF ST-AmountDue, WHICH IS THE BORROWER'S SHARE
               10  ST-SubsidyDue    PIC 9(6)V99.
       01  StatusCount              PIC 9(5) value zero.
       01  StatusSub                PIC 9(5) value zero.
       01  StatusMax                PIC 9(5) value 20000.
       01  APPRULE-TABLE.
           05  AppRuleEntry occurs 100 times.
               10  APR-Account      PIC X(10).
               10  APR-Order        PIC X(6).
       01  AppRuleCount             PIC 999 value zero.
       01  AppRuleSub               PIC 999 value zero.
       01  AppRuleFoundFlag         PIC X value "N".
           88  eof-chargeoff        value "Y".
       01  RecoveriesRouted         PIC 9(5) value zero.

      * LOAN ACCOUNTS WITH A CONFIRMED SANCTIONS HIT - THEIR PAYMENTS
      * ARE PARKED, NOT POSTED
       01  SANCTION-TABLE.
           05  SanctionEntry occurs 500 times.
               10  SNT-Account      PIC X(10).
               10  SNT-CaseId       PIC 9(7).
       01  SanctionCount            PIC 999 value zero.
       01  SanctionSub              PIC 999 value zero.
       01  SanctionFlag             PIC X value "N".
           88  AccountSanctioned    value "Y".
       01  eof-sanction-file        PIC X value "N".
           88  eof-sanction         value "Y".
       01  SanctionHeldCount        PIC 9(5) value zero.

      * SPLIT WORK AREA - WHERE ONE POSTED AMOUNT LANDED, BUCKET BY
      * BUCKET, PER THE ACCOUNT'S APPLICATION-HIERARCHY RULE
       01  SplitSub                 PIC 9(5) value zero.
       01  SplitPayAmount           PIC 9(6)V99 value zero.
       01  SplitRemaining           PIC 9(7)V99 value zero.
       01  SplitOrder               PIC X(6) value spaces.
       01  OrderTally               PIC 9 value zero.
       01  OrderLength              PIC 9 value zero.
       01  BucketSub                PIC 9 value zero.
       01  ApplyAmount              PIC 9(6)V99 value zero.
       01  LateFeeOpen              PIC 9(6)V99 value zero.
       01  SplitToEscrow            PIC 9(6)V99 value zero.
       01  SplitToFee               PIC 9(6)V99 value zero.
       01  SplitToLateFee           PIC 9(6)V99 value zero.
       01  SplitToAdvance           PIC 9(6)V99 value zero.

      * ADVANCES COLLECTED THIS RUN, ONE ROW PER LOAN - THE GL PAIR
      * POSTS ONCE THE LOAN MASTER CAN NAME THE COMPANY
       01  ADVANCE-COLLECTED.
           05  AdvanceCollectedEntry occurs 500 times.
               10  ACL-Account      PIC X(10).
               10  ACL-Amount       PIC 9(7)V99.
       01  AdvanceCollectedCount    PIC 999 value zero.
       01  AdvanceCollectedSub      PIC 999 value zero.
       01  AdvanceCollectedTotal    PIC 9(8)V99 value zero.
       01  AdvanceCollectedFlag     PIC X value "N".
           88  AdvanceCollectedFound value "Y".

      * SIMPLE-INTEREST LOANS ON THE MASTER - THE TERMS SIACCRUE
      * FIGURES THEIR DAILY INTEREST BY, THE PRINCIPAL A POSTING
      * THIS RUN LEFT, AND WHETHER ONE DID
       01  SIMPLE-INTEREST-LOANS.
           05  SimpleInterestEntry occurs 500 times.
               10  SIL-Account      PIC X(10).
               10  SIL-Rate         PIC 99V99.
               10  SIL-DayCount     PIC X.
               10  SIL-StartBalance PIC 9(7)V99.
               10  SIL-StartDate    PIC X(10).
               10  SIL-Principal    PIC 9(7)V99.
               10  SIL-Touched      PIC X.
       01  SimpleInterestCount      PIC 999 value zero.
       01  SimpleInterestSub        PIC 999 value zero.
       01  SimpleInterestFlag       PIC X value "N".
           88  SimpleInterestLoan   value "Y".
       01  SimpleDueSub             PIC 9(5) value zero.
       01  SimpleDueDate            PIC X(10) value spaces.
       01  ScheduledPI              PIC 9(7)V99 value zero.
       01  ProjectPrincipal         PIC 9(7)V99 value zero.
       01  ProjectFrom              PIC X(10) value spaces.
       01  ProjectLastSub           PIC 9(5) value zero.
       01  ProjectLoanSub           PIC 999 value zero.
       01  ProjectFirstFlag         PIC X value "N".
           88  ProjectFirst         value "Y".
       01  LoansReprojected         PIC 9(4) value zero.
       01  eof-master-file          PIC X value "N".
           88  eof-master           value "Y".

      * LOANS WITH PREPAYMENT PENALTY TERMS IN FORCE, WITH WHAT THE
      * MASTER SAYS ABOUT THE LOAN'S AGE AND SIZE - THE LOAN YEAR'S
      * PREPAID RUNNING TOTAL GOES BACK ON THE TERMS AT END OF RUN
       01  PREPAY-TERMS.
           05  PrepayTermsEntry occurs 500 times.
               10  PPT-Account      PIC X(10).
               10  PPT-Method       PIC X.
               10  PPT-StepPct      PIC 99V99 occurs 5 times.
               10  PPT-FreePct      PIC 99V99.
               10  PPT-ExpireKey    PIC 9(8).
               10  PPT-LoanDate     PIC X(10).
               10  PPT-LoanAmount   PIC 9(6)V99.
               10  PPT-Rate         PIC 99V99.
               10  PPT-PrepaidYear  PIC 99.
               10  PPT-YearPrepaid  PIC 9(7)V99.
               10  PPT-Changed      PIC X.
       01  PrepayTermsCount         PIC 999 value zero.
       01  PrepayTermsSub           PIC 999 value zero.
       01  PrepayTermsFoundFlag     PIC X value "N".
           88  PrepayTermsFound     value "Y".
       01  PrepayPenStatus          PIC XX value spaces.
       01  eof-prepaypen-file       PIC X value "N".
           88  eof-prepaypen        value "Y".
       01  PREPAY-DATE-WORK.
           05  PDW-Year             PIC 9(4).
           05  PDW-Month            PIC 99.
           05  PDW-Day              PIC 99.
       01  PrepayDateKey redefines PREPAY-DATE-WORK PIC 9(8).
       01  CurtailAmount            PIC 9(7)V99 value zero.
       01  CurtailLoanYear          PIC 99 value zero.
       01  CurtailYears             PIC S9(4) value zero.
       01  CurtailFundYear          PIC 9(4) value zero.
       01  CurtailAllowance         PIC 9(7)V99 value zero.
       01  CurtailPenalized         PIC 9(7)V99 value zero.
       01  CurtailPenalty           PIC 9(7)V99 value zero.
       01  CurtailmentsFlagged      PIC 9(4) value zero.
       01  Disp-Curtail             PIC $$$,$$$,$$9.99.
       01  Disp-CurtailPenalized    PIC $$$,$$$,$$9.99.
       01  Disp-CurtailPenalty      PIC $$$,$$$,$$9.99.

      * BUYDOWN LOANS - EACH SUBSIDIZED PERIOD'S SUBSIDY OFF THE
      * BUYDOWN SCHEDULE, AND EACH LIVE BUYDOWN'S SUBSIDY BALANCE,
      * WHICH GOES BACK ON THE TERMS AT END OF RUN FOR THOSE DRAWN
       01  BUYDOWN-SUBSIDY-TABLE.
           05  BuydownSubsidyEntry occurs 20000 times.
               10  BSC-Account      PIC X(10).
               10  BSC-Period       PIC 9(4).
               10  BSC-Subsidy      PIC 9(6)V99.
       01  BuydownSubsidyCount      PIC 9(5) value zero.
       01  BuydownSubsidySub        PIC 9(5) value zero.
       01  BUYDOWN-BALANCES.
           05  BuydownBalanceEntry occurs 500 times.
               10  BDB-Account      PIC X(10).
               10  BDB-Balance      PIC 9(7)V99.
               10  BDB-Drawn        PIC 9(7)V99.
               10  BDB-LastPeriod   PIC 9(4).
               10  BDB-LastDate     PIC X(10).
               10  BDB-Changed      PIC X.
       01  BuydownBalanceCount      PIC 999 value zero.
       01  BuydownBalanceSub        PIC 999 value zero.
       01  BuydownFoundFlag         PIC X value "N".
           88  BuydownFound         value "Y".
       01  BuydownStatus            PIC XX value spaces.
       01  eof-buydown-file         PIC X value "N".
           88  eof-buydown          value "Y".
       01  eof-buydsched-file       PIC X value "N".
           88  eof-buydsched        value "Y".
       01  SubsidyDraw              PIC 9(6)V99 value zero.

      * CONSTRUCTION LOANS STILL BEING BUILT - THE INTEREST BILLED AND
      * NOT YET PAID, AND WHAT THIS RUN APPLIED AGAINST IT
       01  CONSTRUCTION-LOANS.
           05  ConstructionEntry occurs 500 times.
               10  CNL-Account      PIC X(10).
               10  CNL-Company      PIC X(3).
               10  CNL-InterestOwed PIC 9(7)V99.
               10  CNL-PaidThisRun  PIC 9(7)V99.
       01  ConstructionCount        PIC 999 value zero.
       01  ConstructionSub          PIC 999 value zero.
       01  ConstructionFlag         PIC X value "N".
           88  AccountConstruction  value "Y".
       01  ConstrLoanStatus         PIC XX value spaces.
       01  eof-constrloan-file      PIC X value "N".
           88  eof-constrloan       value "Y".
       01  ConstrApplied            PIC 9(6)V99 value zero.
       01  ConstrExcess             PIC 9(6)V99 value zero.
       01  ConstrPaidTotal          PIC 9(8)V99 value zero.
       01  ConstrPaidCount          PIC 999 value zero.
       01  SubsidyDrawnTotal        PIC 9(8)V99 value zero.
       01  SubsidyDrawCount         PIC 9(5) value zero.
       01  SubsidyShortCount        PIC 9(5) value zero.
       01  Disp-SubsidyDrawn        PIC $$$,$$$,$$9.99.

       01  VarianceReportHeader.
           05 FILLER                PIC X(10)  value "Account".
       01  Disp-TotalOverShort      PIC -$$,$$$,$$9.99.

      * ACCOUNTS A POSTING OR SUSPENSE RELEASE TOUCHED THIS RUN - THE
      * ONLY ONES THAT CAN HAVE JUST GONE PAID IN FULL - WITH THE DATE
      * OF THE LAST MONEY APPLIED, THE DAY A PAYOFF WAS ACTUALLY PAID
       01  TOUCHED-ACCOUNTS.
           05  TouchedEntry occurs 500 times.
               10  TouchedAccount   PIC X(10).
               10  TouchedPaidDate  PIC X(10).
       01  TouchedCount             PIC 999 value zero.
       01  TouchedWork              PIC X(10) value spaces.
       01  TouchedPaidWork          PIC X(10) value spaces.
       01  TouchedSub               PIC 999 value zero.
       01  TouchedFoundFlag         PIC X value "N".
           88  TouchedFound         value "Y".
       01  PIFLetterName            PIC X(50) value spaces.

       01  CHART-OF-ACCOUNTS.
           05  ChartEntry occurs 50 times.
               10  COA-PostType     PIC X(4).
               10  COA-AcctNo       PIC X(8).
               10  COA-AcctName     PIC X(24).
           05 CDT-Day               PIC 9(2).
           05 FILLER                PIC X(13).

       copy "../shared/copybooks/auditcall.cpy".
       copy "../shared/copybooks/advcall.cpy".
       copy "../shared/copybooks/siacall.cpy".

       01  msg                      PIC X(150) value spaces.
       01  LogSeverity              PIC X(5) value spaces.
       01  SharedLogFilePath        PIC X(60) value
           perform 1300-LoadAppRules.
           perform 1400-LoadLateFees.
           perform 1500-LoadChargedOff.
           perform 1550-LoadSanctioned.
           perform 1600-LoadSimpleInterest.
           perform 1650-LoadConstruction.
           perform 1700-LoadPrepayTerms.
           perform 1800-LoadBuydowns.
           perform 2000-MergeSchedule.

           open output VarianceReportFile.
           write VarianceLine.

           open extend PostedPaymentFile.
           open extend SuspenseJournalFile.
           open extend BuydownLedgerFile.
           perform 3000-ApplyPayments.
           close PostedPaymentFile.
           close SuspenseJournalFile.
           close BuydownLedgerFile.

           perform 5500-ReprojectSimpleInterest.
           perform 6000-CheckPaidInFull.
           perform 6500-PostAdvanceCollections.
           perform 6600-PostConstructionInterest.

           perform 5000-WriteTotals.
           close VarianceReportFile.
           perform 4000-RewriteStatus.
           perform 4500-RewriteSuspense.
           perform 4600-RewriteLateFees.
           perform 4700-RewritePrepayTerms.
           perform 4800-RewriteBuydowns.
           perform 4900-RewriteConstruction.

      * the extract has been consumed - posted payments now live on
      * the posted-payment history, so clear it for the next intake run
               " Suspense balance " TotalHeldInSuspense into msg.
           perform 8000-Logs.

           set AUD-ActionClose to true.
           call "shared\wrkmodule\AUDITLOG" using AUDIT-CALL-AREA
           end-call.

           move "C" to LogAction.
           call "shared\wrkmodule\LOGGER" using
                   SharedLogFilePath,
                   move PS-PaidAmount to ST-PaidAmount(StatusCount)
                   move PS-OverShort to ST-OverShort(StatusCount)
                   move PS-Status to ST-Status(StatusCount)
                   move zero to ST-SubsidyDue(StatusCount)
               end-if
               read PaymentStatusFile
                   at end set eof-status to true
           end-perform.
           close ChargeoffRegister.

       1550-LoadSanctioned.
           open input SanctionQueueFile.
           read SanctionQueueFile
               at end set eof-sanction to true
           end-read.
           perform until eof-sanction
               if SQ-Confirmed and SQ-Account not = spaces
                   and SanctionCount < 500
                   add 1 to SanctionCount
                   move SQ-Account to SNT-Account(SanctionCount)
                   move SQ-CaseId to SNT-CaseId(SanctionCount)
               end-if
               read SanctionQueueFile
                   at end set eof-sanction to true
               end-read
           end-perform.
           close SanctionQueueFile.

      * A SIMPLE-INTEREST LOAN'S SCHEDULED SPLIT IS ONLY A PROJECTION -
      * ITS REAL INTEREST IS FIGURED FROM THE PAID-THROUGH DATE TO THE
      * DAY THE MONEY ARRIVES, SO THE RUN NEEDS TO KNOW WHICH LOANS
      * THEY ARE AND THEIR TERMS BEFORE ANYTHING POSTS
       1600-LoadSimpleInterest.
           open input LoanMasterFile.
           if LoanMasterStatus not = "00"
               exit paragraph
           end-if.
           read LoanMasterFile next record
               at end set eof-master to true
           end-read.
           perform until eof-master
               if LM-SimpleInterest and LM-StatusActive
                   if SimpleInterestCount < 500
                       add 1 to SimpleInterestCount
                       move SimpleInterestCount to SimpleInterestSub
                       move LM-LoanAccount to
                           SIL-Account(SimpleInterestSub)
                       move LM-AnnualRate to SIL-Rate(SimpleInterestSub)
                       move LM-DayCountMethod to
                           SIL-DayCount(SimpleInterestSub)
                       move LM-CurrentBalance to
                           SIL-StartBalance(SimpleInterestSub)
                       move LM-LoanDate to
                           SIL-StartDate(SimpleInterestSub)
                       move LM-CurrentBalance to
                           SIL-Principal(SimpleInterestSub)
                       move "N" to SIL-Touched(SimpleInterestSub)
                   else
                       string "Simple-interest table full at 500 - "
                           LM-LoanAccount " posts on its schedule"
                           into msg
                       move "ERROR" to LogSeverity
                       perform 8000-Logs
                   end-if
               end-if
               read LoanMasterFile next record
                   at end set eof-master to true
               end-read
           end-perform.
           close LoanMasterFile.

      * A CONSTRUCTION LOAN STILL BEING BUILT HAS NO SCHEDULE - WHAT IT
      * OWES IS THE INTEREST CONSCYCLE BILLED LESS WHAT HAS BEEN PAID.
      * NO TERMS FILE MEANS NO CONSTRUCTION LOAN TO PAY.
       1650-LoadConstruction.
           open input ConstrLoanFile.
           if ConstrLoanStatus not = "00"
               exit paragraph
           end-if.
           open input LoanMasterFile.
           if LoanMasterStatus not = "00"
               close ConstrLoanFile
               exit paragraph
           end-if.
           read ConstrLoanFile next record
               at end set eof-constrloan to true
           end-read.
           perform until eof-constrloan
               if CN-UnderConstruction
                   move CN-Account to LM-LoanAccount
                   read LoanMasterFile
                       invalid key
                           move "X" to LM-ProductType
                   end-read
                   if LM-Construction
                       if ConstructionCount < 500
                           add 1 to ConstructionCount
                           move ConstructionCount to ConstructionSub
                           move CN-Account to
                               CNL-Account(ConstructionSub)
                           move LM-CompanyCode to
                               CNL-Company(ConstructionSub)
                           move zero to
                               CNL-InterestOwed(ConstructionSub)
                           if CN-InterestBilled > CN-InterestPaid
                               compute
                                   CNL-InterestOwed(ConstructionSub) =
                                   CN-InterestBilled - CN-InterestPaid
                           end-if
                           move zero to CNL-PaidThisRun(ConstructionSub)
                       else
                           string "Construction table full at 500 - "
                               CN-Account " payments go unmatched"
                               into msg
                           move "ERROR" to LogSeverity
                           perform 8000-Logs
                       end-if
                   end-if
               end-if
               read ConstrLoanFile next record
                   at end set eof-constrloan to true
               end-read
           end-perform.
           close LoanMasterFile.
           close ConstrLoanFile.

      * NO TERMS FILE MEANS NO LOAN CARRIES A PENALTY
       1700-LoadPrepayTerms.
           open input PrepayPenaltyFile.
           if PrepayPenStatus not = "00"
               exit paragraph
           end-if.
           open input LoanMasterFile.
           if LoanMasterStatus not = "00"
               close PrepayPenaltyFile
               exit paragraph
           end-if.
           read PrepayPenaltyFile next record
               at end set eof-prepaypen to true
           end-read.
           perform until eof-prepaypen
               if PPN-Active
                   move PPN-Account to LM-LoanAccount
                   read LoanMasterFile
                       invalid key
                           move zero to LM-LoanAmount
                   end-read
                   if LM-LoanAmount > zero
                       and PrepayTermsCount < 500
                       add 1 to PrepayTermsCount
                       move PrepayTermsCount to PrepayTermsSub
                       move PPN-Account to PPT-Account(PrepayTermsSub)
                       move PPN-Method to PPT-Method(PrepayTermsSub)
                       move 1 to BucketSub
                       perform 5 times
                           move PPN-StepPct(BucketSub) to
                               PPT-StepPct(PrepayTermsSub, BucketSub)
                           add 1 to BucketSub
                       end-perform
                       move PPN-FreePct to PPT-FreePct(PrepayTermsSub)
                       move PPN-ExpireDate(7:4) to PDW-Year
                       move PPN-ExpireDate(1:2) to PDW-Month
                       move PPN-ExpireDate(4:2) to PDW-Day
                       move PrepayDateKey to
                           PPT-ExpireKey(PrepayTermsSub)
                       move LM-LoanDate to PPT-LoanDate(PrepayTermsSub)
                       move LM-LoanAmount to
                           PPT-LoanAmount(PrepayTermsSub)
                       move LM-AnnualRate to PPT-Rate(PrepayTermsSub)
                       move PPN-PrepaidYear to
                           PPT-PrepaidYear(PrepayTermsSub)
                       move PPN-YearPrepaid to
                           PPT-YearPrepaid(PrepayTermsSub)
                       move "N" to PPT-Changed(PrepayTermsSub)
                   end-if
               end-if
               read PrepayPenaltyFile next record
                   at end set eof-prepaypen to true
               end-read
           end-perform.
           close LoanMasterFile.
           close PrepayPenaltyFile.

      * NO BUYDOWN FILE MEANS NO LOAN HAS A SUBSIDY TO DRAW. ONLY A
      * BUYDOWN STILL HOLDING MONEY CAN CUT WHAT THE BORROWER OWES
       1800-LoadBuydowns.
           open input BuydownFile.
           if BuydownStatus not = "00"
               exit paragraph
           end-if.
           read BuydownFile next record
               at end set eof-buydown to true
           end-read.
           perform until eof-buydown
               if (BDN-Active or BDN-Completed)
                   if BuydownBalanceCount < 500
                       add 1 to BuydownBalanceCount
                       move BuydownBalanceCount to BuydownBalanceSub
                       move BDN-Account to
                           BDB-Account(BuydownBalanceSub)
                       move BDN-Balance to
                           BDB-Balance(BuydownBalanceSub)
                       move BDN-Drawn to BDB-Drawn(BuydownBalanceSub)
                       move BDN-LastDrawPeriod to
                           BDB-LastPeriod(BuydownBalanceSub)
                       move BDN-LastDrawDate to
                           BDB-LastDate(BuydownBalanceSub)
                       move "N" to BDB-Changed(BuydownBalanceSub)
                   else
                       string "Buydown table full at 500 - "
                           BDN-Account " bills the note payment"
                           into msg
                       move "ERROR" to LogSeverity
                       perform 8000-Logs
                   end-if
               end-if
               read BuydownFile next record
                   at end set eof-buydown to true
               end-read
           end-perform.
           close BuydownFile.

           if BuydownBalanceCount = zero
               exit paragraph
           end-if.
           open input BuydownScheduleFile.
           read BuydownScheduleFile
               at end set eof-buydsched to true
           end-read.
           perform until eof-buydsched
               if BDS-Subsidy > zero
                   if BuydownSubsidyCount < 20000
                       add 1 to BuydownSubsidyCount
                       move BDS-Account to
                           BSC-Account(BuydownSubsidyCount)
                       move BDS-Period to
                           BSC-Period(BuydownSubsidyCount)
                       move BDS-Subsidy to
                           BSC-Subsidy(BuydownSubsidyCount)
                   else
                       string "Buydown schedule table full at 20000 - "
                           BDS-Account " period " BDS-Period
                           " bills the note payment" into msg
                       move "ERROR" to LogSeverity
                       perform 8000-Logs
                   end-if
               end-if
               read BuydownScheduleFile
                   at end set eof-buydsched to true
               end-read
           end-perform.
           close BuydownScheduleFile.

      * NEW SCHEDULE ROWS BECOME OPEN PERIODS; AN OPEN PERIOD WHOSE
      * SCHEDULE WAS RE-PRICED (RATE RESET, RECAST) PICKS UP THE NEW
      * EXPECTED AMOUNTS. PAID PERIODS ARE LEFT EXACTLY AS POSTED.
               move SCH-InterestAmount to ST-InterestDue(StatusSub)
               move SCH-EscrowAmount to ST-EscrowDue(StatusSub)
               move SCH-FeeAmount to ST-FeeDue(StatusSub)
               perform 2150-SubsidyDue
           end-if.

      * A SUBSIDIZED PERIOD OWES THE BORROWER'S SHARE - THE SUBSIDY IS
      * DRAWN FROM THE BUYDOWN BALANCE WHEN THE PERIOD IS PAID
       2150-SubsidyDue.
           move zero to ST-SubsidyDue(StatusSub).
           if BuydownSubsidyCount = zero
               exit paragraph
           end-if.
           move SCH-Account to TouchedWork.
           perform 3960-FindBuydown.
           if not BuydownFound
               exit paragraph
           end-if.
           move 1 to BuydownSubsidySub.
           perform until BuydownSubsidySub > BuydownSubsidyCount
               if BSC-Account(BuydownSubsidySub) = SCH-Account
                   and BSC-Period(BuydownSubsidySub) = SCH-Period
                   if BSC-Subsidy(BuydownSubsidySub)
                           < ST-AmountDue(StatusSub)
                       move BSC-Subsidy(BuydownSubsidySub) to
                           ST-SubsidyDue(StatusSub)
                       subtract BSC-Subsidy(BuydownSubsidySub) from
                           ST-AmountDue(StatusSub)
                   end-if
                   exit perform
               end-if
               add 1 to BuydownSubsidySub
           end-perform.

       3000-ApplyPayments.
           open input LoanPaymentFile.
           read LoanPaymentFile
               perform 3060-RouteRecovery
               exit paragraph
           end-if.
           perform 3070-CheckSanctioned.
           if AccountSanctioned
               perform 3080-ParkSanctioned
               exit paragraph
           end-if.
           perform 3020-CheckConstruction.
           if AccountConstruction
               perform 3030-ApplyConstruction
               exit paragraph
           end-if.

           move "N" to StatusFoundFlag.
           move zero to MatchSub.
               exit paragraph
           end-if.

           move MatchSub to SimpleDueSub.
           move LPX-Date to SimpleDueDate.
           perform 3550-SimpleInterestDue.

      * A PAYMENT SHORT OF THE PERIOD'S AMOUNT DUE DOES NOT CLOSE THE
      * PERIOD - IT GOES TO THE LOAN'S SUSPENSE BALANCE, AND THE
      * PERIOD RELEASES ON ITS OWN ONCE SUSPENSE COVERS THE FULL DUE.

           move MatchSub to SplitSub.
           move LPX-Amount to SplitPayAmount.
           perform 3950-DrawSubsidy.
           perform 3600-SplitPayment.
           perform 3900-CheckCurtailment.
           perform 3580-PostSimpleInterest.

           move LPX-Account to PPH-Account.
           move ST-Period(MatchSub) to PPH-Period.
           move SplitToEscrow to PPH-ToEscrow.
           move SplitToFee to PPH-ToFee.
           move SplitToLateFee to PPH-ToLateFee.
           move SplitToAdvance to PPH-ToAdvance.
           write PostedPaymentRecord.

           move spaces to VarianceReportDetail.
           write VarianceLine.

           move LPX-Account to TouchedWork.
           move LPX-Date to TouchedPaidWork.
           perform 3800-NoteTouchedAccount.

      * a borrower with money already waiting in suspense may now be
               "Chargeoff recoveries" into msg.
           perform 8000-Logs.

       3020-CheckConstruction.
           move "N" to ConstructionFlag.
           move 1 to ConstructionSub.
           perform until ConstructionSub > ConstructionCount
               if CNL-Account(ConstructionSub) = LPX-Account
                   set AccountConstruction to true
                   exit perform
               end-if
               add 1 to ConstructionSub
           end-perform.

      * A CONSTRUCTION PAYMENT GOES AGAINST THE INTEREST BILLED AND
      * STILL OWED - THE WHOLE OF IT IS INTEREST. ANYTHING OVER WHAT
      * IS OWED HAS NOTHING TO APPLY TO AND IS REPORTED UNMATCHED.
       3030-ApplyConstruction.
           if LPX-Amount > CNL-InterestOwed(ConstructionSub)
               move CNL-InterestOwed(ConstructionSub) to ConstrApplied
           else
               move LPX-Amount to ConstrApplied
           end-if.
           compute ConstrExcess = LPX-Amount - ConstrApplied.

           if ConstrApplied > zero
               subtract ConstrApplied from
                   CNL-InterestOwed(ConstructionSub)
               if CNL-PaidThisRun(ConstructionSub) = zero
                   add 1 to ConstrPaidCount
               end-if
               add ConstrApplied to CNL-PaidThisRun(ConstructionSub)
               add ConstrApplied to ConstrPaidTotal
               add 1 to PaymentsPostedCount
               add ConstrApplied to TotalPosted

               move LPX-Account to PPH-Account
               move zero to PPH-Period
               move LPX-Date to PPH-PaidDate
               move ConstrApplied to PPH-PaidAmount
               move zero to PPH-OverShort
               move ConstrApplied to PPH-ToInterest
               move zero to PPH-ToPrincipal
               move zero to PPH-ToEscrow
               move zero to PPH-ToFee
               move zero to PPH-ToLateFee
               move zero to PPH-ToAdvance
               write PostedPaymentRecord

               move spaces to VarianceReportDetail
               move LPX-Account to VAR-Account
               move zero to VAR-Period
               move spaces to VAR-DueDate
               move ConstrApplied to VAR-Scheduled
               move LPX-Date to VAR-PaidDate
               move ConstrApplied to VAR-PaidAmount
               move zero to VAR-OverShort
               move spaces to VarianceLine
               move VarianceReportDetail to VarianceLine
               write VarianceLine

               string "CONSTRUCTION interest paid " ConstrApplied
                   " on " LPX-Date " for account " LPX-Account
                   into msg
               perform 8000-Logs
           end-if.

           if ConstrExcess > zero
               add 1 to PaymentsUnmatchedCount
               string "UNMATCHED payment " ConstrExcess
                   " on " LPX-Date " for account " LPX-Account
                   " - beyond construction interest owed" into msg
               move "WARN " to LogSeverity
               perform 8000-Logs

               move spaces to VarianceReportDetail
               move LPX-Account to VAR-Account
               move zero to VAR-Period
               move spaces to VAR-DueDate
               move zero to VAR-Scheduled
               move LPX-Date to VAR-PaidDate
               move ConstrExcess to VAR-PaidAmount
               move ConstrExcess to VAR-OverShort
               move spaces to VarianceLine
               move VarianceReportDetail to VarianceLine
               write VarianceLine
           end-if.

       3070-CheckSanctioned.
           move "N" to SanctionFlag.
           move 1 to SanctionSub.
           perform until SanctionSub > SanctionCount
               if SNT-Account(SanctionSub) = LPX-Account
                   set AccountSanctioned to true
                   exit perform
               end-if
               add 1 to SanctionSub
           end-perform.

      * MONEY FROM A CONFIRMED SANCTIONS HIT IS BLOCKED - PARKED AS IT
      * ARRIVED UNTIL COMPLIANCE RELEASES THE CASE, NEVER APPLIED
       3080-ParkSanctioned.
           open extend SanctionHeldFile.
           move spaces to SanctionHeldRecord.
           move LoanPaymentExtract to SHP-Payment.
           move TodayDate to SHP-HeldDate.
           move SNT-CaseId(SanctionSub) to SHP-CaseId.
           write SanctionHeldRecord.
           close SanctionHeldFile.

           add 1 to SanctionHeldCount.

           move spaces to VarianceLine.
           string "SANCTIONS HOLD " LPX-Account
                  "  payment " LPX-Amount
                  " on " LPX-Date
                  " blocked - case " SNT-CaseId(SanctionSub)
                  into VarianceLine.
           write VarianceLine.

           string "SANCTIONS HOLD " LPX-Account " payment " LPX-Amount
               " on " LPX-Date " parked - confirmed case "
               SNT-CaseId(SanctionSub) into msg.
           move "WARN " to LogSeverity.
           perform 8000-Logs.

       3300-HoldInSuspense.
           perform 3350-FindSuspense.
           if not SuspenseFound
           move LPX-Date to SP-LastDate(SuspenseSub).
           add 1 to PaymentsHeldCount.

           move spaces to SuspenseJournalRecord.
           move LPX-Account to SJR-Account.
           move LPX-Date to SJR-Date.
           set SJR-Held to true.
           move LPX-Amount to SJR-Amount.
           move zero to SJR-Period.
           move SP-Balance(SuspenseSub) to SJR-Balance.
           move LogProgramName to SJR-Source.
           write SuspenseJournalRecord.

           move SP-Balance(SuspenseSub) to Disp-Suspense.
           move spaces to VarianceLine.
           string "SUSPENSE   " LPX-Account
               if ReleaseSub = zero
                   exit perform
               end-if
               move ReleaseSub to SimpleDueSub
               move SP-LastDate(SuspenseSub) to SimpleDueDate
               perform 3550-SimpleInterestDue
               if SP-Balance(SuspenseSub)
                       < ST-AmountDue(ReleaseSub)
                   exit perform
           subtract ST-AmountDue(ReleaseSub)
               from SP-Balance(SuspenseSub).

           move spaces to SuspenseJournalRecord.
           move ST-Account(ReleaseSub) to SJR-Account.
           move SP-LastDate(SuspenseSub) to SJR-Date.
           set SJR-Released to true.
           move ST-AmountDue(ReleaseSub) to SJR-Amount.
           move ST-Period(ReleaseSub) to SJR-Period.
           move SP-Balance(SuspenseSub) to SJR-Balance.
           move LogProgramName to SJR-Source.
           write SuspenseJournalRecord.

           add 1 to PaymentsPostedCount.
           add 1 to PeriodsReleasedCount.
           add ST-AmountDue(ReleaseSub) to TotalPosted.

           move ReleaseSub to SplitSub.
           move ST-AmountDue(ReleaseSub) to SplitPayAmount.
           perform 3950-DrawSubsidy.
           perform 3600-SplitPayment.
           perform 3580-PostSimpleInterest.

           move ST-Account(ReleaseSub) to PPH-Account.
           move ST-Period(ReleaseSub) to PPH-Period.
           move SplitToEscrow to PPH-ToEscrow.
           move SplitToFee to PPH-ToFee.
           move SplitToLateFee to PPH-ToLateFee.
           move SplitToAdvance to PPH-ToAdvance.
           write PostedPaymentRecord.

           move spaces to VarianceReportDetail.
           perform 8000-Logs.

           move ST-Account(ReleaseSub) to TouchedWork.
           move ST-PaidDate(ReleaseSub) to TouchedPaidWork.
           perform 3800-NoteTouchedAccount.

       3800-NoteTouchedAccount.
               end-if
               add 1 to TouchedSub
           end-perform.
           if not TouchedFound
               if TouchedCount < 500
                   add 1 to TouchedCount
                   move TouchedCount to TouchedSub
                   move TouchedWork to TouchedAccount(TouchedSub)
               else
                   exit paragraph
               end-if
           end-if.
           move TouchedPaidWork to TouchedPaidDate(TouchedSub).

      * A SIMPLE-INTEREST PERIOD OWES THE INTEREST ACTUALLY EARNED
      * FROM THE PAID-THROUGH DATE TO THE DAY THE MONEY ARRIVED; THE
      * INSTALLMENT STAYS WHAT THE BORROWER WAS BILLED, SO PRINCIPAL
      * TAKES WHATEVER INTEREST DID NOT (NEVER MORE THAN IS OWED)
       3550-SimpleInterestDue.
           move ST-Account(SimpleDueSub) to TouchedWork.
           perform 3560-FindSimpleInterest.
           if not SimpleInterestLoan
               exit paragraph
           end-if.

           set SIC-Accrue to true.
           move SimpleDueDate to SIC-Date.
           call "shared\wrkmodule\SIACCRUE"
               using SIMPLE-INTEREST-CALL-AREA
           end-call.

           compute ScheduledPI = ST-PrincipalDue(SimpleDueSub)
               + ST-InterestDue(SimpleDueSub).
           move SIC-InterestDue to ST-InterestDue(SimpleDueSub).
           if SIC-InterestDue < ScheduledPI
               compute ST-PrincipalDue(SimpleDueSub) =
                   ScheduledPI - SIC-InterestDue
           else
               move zero to ST-PrincipalDue(SimpleDueSub)
           end-if.
           if ST-PrincipalDue(SimpleDueSub) > SIC-Principal
               move SIC-Principal to ST-PrincipalDue(SimpleDueSub)
           end-if.
           compute ST-AmountDue(SimpleDueSub) =
               ST-PrincipalDue(SimpleDueSub)
               + ST-InterestDue(SimpleDueSub)
               + ST-EscrowDue(SimpleDueSub)
               + ST-FeeDue(SimpleDueSub).

      * FINDS TouchedWork ON THE SIMPLE-INTEREST TABLE AND, WHEN IT IS
      * THERE, LOADS ITS TERMS INTO A FRESH SIACCRUE CALL AREA
       3560-FindSimpleInterest.
           move "N" to SimpleInterestFlag.
           move 1 to SimpleInterestSub.
           perform until SimpleInterestSub > SimpleInterestCount
               if SIL-Account(SimpleInterestSub) = TouchedWork
                   set SimpleInterestLoan to true
                   exit perform
               end-if
               add 1 to SimpleInterestSub
           end-perform.
           if not SimpleInterestLoan
               exit paragraph
           end-if.

           initialize SIMPLE-INTEREST-CALL-AREA.
           move TouchedWork to SIC-Account.
           move LogProgramName to SIC-Program.
           move SIL-Rate(SimpleInterestSub) to SIC-Rate.
           move SIL-DayCount(SimpleInterestSub) to SIC-DayCount.
           move SIL-StartBalance(SimpleInterestSub)
               to SIC-StartBalance.
           move SIL-StartDate(SimpleInterestSub) to SIC-StartDate.

      * THE SPLIT JUST MADE IS WHAT THE LOAN ACTUALLY GOT - INTEREST
      * IS NOW PAID THROUGH THE PAYMENT DATE AND PRINCIPAL IS DOWN BY
      * EVERYTHING THE SPLIT SENT THERE, OVERPAYMENT INCLUDED
       3580-PostSimpleInterest.
           move ST-Account(SplitSub) to TouchedWork.
           perform 3560-FindSimpleInterest.
           if not SimpleInterestLoan
               exit paragraph
           end-if.

           set SIC-Post to true.
           move ST-PaidDate(SplitSub) to SIC-Date.
           move SplitToInterest to SIC-InterestPaid.
           move SplitToPrincipal to SIC-PrincipalPaid.
           call "shared\wrkmodule\SIACCRUE"
               using SIMPLE-INTEREST-CALL-AREA
           end-call.

           move SplitToInterest to ST-InterestDue(SplitSub).
           move SplitToPrincipal to ST-PrincipalDue(SplitSub).
           move SIC-Principal to SIL-Principal(SimpleInterestSub).
           move "Y" to SIL-Touched(SimpleInterestSub).

      * SPLIT ONE POSTED AMOUNT ACROSS THE BUCKETS IN THE ACCOUNT'S
      * CONFIGURED ORDER. WHATEVER OUTRUNS EVERY BUCKET (AN
      * OVERPAYMENT) FOLLOWS PRINCIPAL, AND THE OVER/SHORT COLUMN
           move zero to SplitToEscrow.
           move zero to SplitToFee.
           move zero to SplitToLateFee.
           move zero to SplitToAdvance.
           move SplitPayAmount to SplitRemaining.

           perform 3650-FindAppRule.
           perform 3680-SumLateFeeOpen.

           move 1 to BucketSub.
           perform 6 times
               evaluate SplitOrder(BucketSub:1)
                   when "I"
                       if ST-InterestDue(SplitSub) < SplitRemaining
                       add ApplyAmount to SplitToLateFee
                       subtract ApplyAmount from SplitRemaining
                       perform 3700-PayDownLateFees
                   when "A"
                       if SplitRemaining > zero
                           perform 3750-CollectAdvances
                       end-if
                   when other
                       continue
               end-evaluate
           if AppRuleFound
               move APR-Order(AppRuleSub) to SplitOrder
           else
               move "IPEFLA" to SplitOrder
           end-if.

      * a rule written before advances were a bucket collects them
      * after everything it does name
           move zero to OrderTally.
           inspect SplitOrder tallying OrderTally for all "A".
           if OrderTally = zero
               move zero to OrderLength
               inspect SplitOrder tallying OrderLength
                   for characters before initial space
               if OrderLength < 6
                   move "A" to SplitOrder(OrderLength + 1:1)
               end-if
           end-if.

       3680-SumLateFeeOpen.
               add 1 to LateFeeSub
           end-perform.

      * MONEY THE RULE SENT TO ADVANCES RETIRES THE LOAN'S OPEN
      * RECOVERABLE ADVANCES OLDEST FIRST - THE LEDGER TAKES ONLY WHAT
      * IS OPEN, AND ANYTHING IT CANNOT USE STAYS IN THE SPLIT
       3750-CollectAdvances.
           move spaces to ADVANCE-CALL-AREA.
           set ADV-Collect to true.
           move ST-Account(SplitSub) to ADV-Account.
           move ST-PaidDate(SplitSub) to ADV-Date.
           move LogProgramName to ADV-Program.
           move SplitRemaining to ADV-Amount.
           call "shared\wrkmodule\ADVLEDGER" using ADVANCE-CALL-AREA
           end-call.
           if ADV-Applied = zero
               exit paragraph
           end-if.

           add ADV-Applied to SplitToAdvance.
           subtract ADV-Applied from SplitRemaining.

           move "N" to AdvanceCollectedFlag.
           move 1 to AdvanceCollectedSub.
           perform until AdvanceCollectedSub > AdvanceCollectedCount
               if ACL-Account(AdvanceCollectedSub)
                       = ST-Account(SplitSub)
                   set AdvanceCollectedFound to true
                   exit perform
               end-if
               add 1 to AdvanceCollectedSub
           end-perform.
           if not AdvanceCollectedFound
               if AdvanceCollectedCount < 500
                   add 1 to AdvanceCollectedCount
                   move AdvanceCollectedCount to AdvanceCollectedSub
                   move ST-Account(SplitSub) to
                       ACL-Account(AdvanceCollectedSub)
                   move zero to ACL-Amount(AdvanceCollectedSub)
               else
                   string "Advance collection table full at 500 - "
                       ST-Account(SplitSub) " collected "
                       ADV-Applied " needs a manual GL entry"
                       into msg
                   move "ERROR" to LogSeverity
                   perform 8000-Logs
                   exit paragraph
               end-if
           end-if.
           add ADV-Applied to ACL-Amount(AdvanceCollectedSub).
           add ADV-Applied to AdvanceCollectedTotal.

      * EVERY SIMPLE-INTEREST LOAN'S OPEN PERIODS ARE RE-DRAWN FROM
      * WHERE THE LOAN ACTUALLY STANDS ON THE ACCRUAL JOURNAL: EACH
      * PERIOD KEEPS ITS BILLED INSTALLMENT, INTEREST IS PROJECTED
      * FROM ONE DUE DATE TO THE NEXT ON THE PRINCIPAL STILL OWED, AND
      * THE LAST OPEN PERIOD TAKES WHATEVER PRINCIPAL IS LEFT. A LOAN
      * PAID DOWN TO NOTHING HAS NO MORE PERIODS TO COLLECT. A LOAN'S
      * PERIODS SIT ON THE STATUS TABLE IN PERIOD ORDER - THE EXPORT
      * WRITES THEM THAT WAY AND THE MERGE KEEPS ITS ORDER.
       5500-ReprojectSimpleInterest.
           move 1 to ProjectLoanSub.
           perform SimpleInterestCount times
               move SIL-Account(ProjectLoanSub) to TouchedWork
               perform 5600-ReprojectOneLoan
               add 1 to ProjectLoanSub
           end-perform.

           if LoansReprojected > zero
               string "Simple-interest projections redrawn for "
                   LoansReprojected " loan(s)" into msg
               perform 8000-Logs
           end-if.

       5600-ReprojectOneLoan.
           move zero to ProjectLastSub.
           move 1 to StatusSub.
           perform until StatusSub > StatusCount
               if ST-Account(StatusSub) = TouchedWork
                   and ST-Open(StatusSub)
                   move StatusSub to ProjectLastSub
               end-if
               add 1 to StatusSub
           end-perform.
           if ProjectLastSub = zero
               exit paragraph
           end-if.

           perform 3560-FindSimpleInterest.
           set ProjectFirst to true.
           move 1 to StatusSub.
           perform until StatusSub > ProjectLastSub
               if ST-Account(StatusSub) = TouchedWork
                   and ST-Open(StatusSub)
                   perform 5700-ReprojectOnePeriod
               end-if
               add 1 to StatusSub
           end-perform.
           add 1 to LoansReprojected.

      * THE FIRST OPEN PERIOD ACCRUES FROM THE JOURNAL'S PAID-THROUGH
      * DATE (UNPAID INTEREST INCLUDED); EACH LATER ONE IS PROJECTED
      * FROM THE PERIOD BEFORE IT
       5700-ReprojectOnePeriod.
           move ST-DueDate(StatusSub) to SIC-Date.
           if ProjectFirst
               set SIC-Accrue to true
               call "shared\wrkmodule\SIACCRUE"
                   using SIMPLE-INTEREST-CALL-AREA
               end-call
               move SIC-Principal to ProjectPrincipal
               move "N" to ProjectFirstFlag
           else
               set SIC-Project to true
               move ProjectPrincipal to SIC-Principal
               move ProjectFrom to SIC-PaidThrough
               call "shared\wrkmodule\SIACCRUE"
                   using SIMPLE-INTEREST-CALL-AREA
               end-call
           end-if.
           move ST-DueDate(StatusSub) to ProjectFrom.

           if ProjectPrincipal = zero and SIC-InterestDue = zero
               move zero to ST-PrincipalDue(StatusSub)
               move zero to ST-InterestDue(StatusSub)
               move zero to ST-EscrowDue(StatusSub)
               move zero to ST-FeeDue(StatusSub)
               move zero to ST-AmountDue(StatusSub)
               set ST-Paid(StatusSub) to true
               move TodayDate to ST-PaidDate(StatusSub)
               move zero to ST-PaidAmount(StatusSub)
               move zero to ST-OverShort(StatusSub)
               exit paragraph
           end-if.

           compute ScheduledPI = ST-PrincipalDue(StatusSub)
               + ST-InterestDue(StatusSub).
           move SIC-InterestDue to ST-InterestDue(StatusSub).
           if SIC-InterestDue < ScheduledPI
               compute ST-PrincipalDue(StatusSub) =
                   ScheduledPI - SIC-InterestDue
           else
               move zero to ST-PrincipalDue(StatusSub)
           end-if.
           if ST-PrincipalDue(StatusSub) > ProjectPrincipal
               or StatusSub = ProjectLastSub
               move ProjectPrincipal to ST-PrincipalDue(StatusSub)
           end-if.
           subtract ST-PrincipalDue(StatusSub) from ProjectPrincipal.
           compute ST-AmountDue(StatusSub) =
               ST-PrincipalDue(StatusSub)
               + ST-InterestDue(StatusSub)
               + ST-EscrowDue(StatusSub)
               + ST-FeeDue(StatusSub).

      * PAID-IN-FULL DETECTION - EVERY ACCOUNT A POSTING TOUCHED IS
      * CHECKED FOR REMAINING OPEN PERIODS. NONE LEFT MEANS THE FINAL
      * SCHEDULED PERIOD JUST WENT PAID, AND THE CLOSE-OUT RUNS HERE
           end-if.
           set LoanMasterIsOpen to true.

           perform 6080-MirrorSimpleInterest.

           perform 6050-LoadChart.
           open extend GLWorkFile.
           open extend RefundDueFile.
           open extend ReleaseQueueFile.

           move 1 to TouchedSub.
           perform TouchedCount times
               move TouchedAccount(TouchedSub) to TouchedWork
               move TouchedPaidDate(TouchedSub) to TouchedPaidWork
               perform 6100-CheckOneAccount
               add 1 to TouchedSub
           end-perform.

           close GLWorkFile.
           close RefundDueFile.
           close ReleaseQueueFile.
           close LoanMasterFile.
           move "N" to LoanMasterOpenFlag.

               at end set eof-chart to true
           end-read.
           perform until eof-chart
               if ChartCount < 50
                   add 1 to ChartCount
                   move COA-PostTypeIn to COA-PostType(ChartCount)
                   move COA-AcctNoIn to COA-AcctNo(ChartCount)
           end-perform.
           close ChartOfAccountsFile.

      * A SIMPLE-INTEREST LOAN'S BALANCE IS WHAT ITS ACCRUAL JOURNAL
      * SAYS IT OWES - THE MASTER FOLLOWS EVERY LOAN A POSTING MOVED
       6080-MirrorSimpleInterest.
           move 1 to ProjectLoanSub.
           perform SimpleInterestCount times
               if SIL-Touched(ProjectLoanSub) = "Y"
                   move SIL-Account(ProjectLoanSub) to LM-LoanAccount
                   read LoanMasterFile
                       invalid key
                           continue
                       not invalid key
                           perform 6090-MirrorOneLoan
                   end-read
               end-if
               add 1 to ProjectLoanSub
           end-perform.

       6090-MirrorOneLoan.
           if LM-CurrentBalance = SIL-Principal(ProjectLoanSub)
               exit paragraph
           end-if.
           move LoanMasterRecord to AUD-Before.
           move SIL-Principal(ProjectLoanSub) to LM-CurrentBalance.
           rewrite LoanMasterRecord.
           perform 8600-AuditLoan.

       6100-CheckOneAccount.
           move "N" to OpenPeriodLeftFlag.
           move 1 to StatusSub.
           if not LM-StatusActive
               exit paragraph
           end-if.
           move LoanMasterRecord to AUD-Before.

           perform 6200-EscrowBalance.
           perform 6300-WritePIFLetter.
           move "C" to LM-LoanStatus.
           move zero to LM-CurrentBalance.
           rewrite LoanMasterRecord.
           perform 8600-AuditLoan.

           add 1 to LoansClosedCount.
           move spaces to ReleaseQueueRecord.
           move TouchedWork to RLQ-Account.
      * the release deadline runs from the day the loan was paid, not
      * the day this run posted it
           move TouchedPaidWork to RLQ-PaidDate.
           if RLQ-PaidDate = spaces
               move TodayDate to RLQ-PaidDate
           end-if.
           move LogProgramName to RLQ-Program.
           write ReleaseQueueRecord.
           string "PAID IN FULL " TouchedWork
               " - master closed, escrow refund "
               EscrowRefundBalance into msg.

           close PIFLetterFile.

      * THE CLOSING MONEY MOVEMENT: THE ESCROW WE HOLD IS NOW OWED
      * BACK TO THE BORROWER - DR ESCROW LIABILITY, CR REFUNDS
      * PAYABLE - THROUGH THE SAME CHART-OF-ACCOUNTS MAPPING THE
      * ENGINES POST WITH. THE CHECK (AND THE CASH SIDE) IS REFUND'S
       6400-PostClosingEntries.
           if EscrowRefundBalance <= zero
               exit paragraph
           end-if.

           move spaces to RefundDueRecord.
           move TouchedWork to RFD-Account.
           move "E" to RFD-Source.
           move EscrowRefundBalance to RFD-Amount.
           move TodayDate to RFD-AriseDate.
           write RefundDueRecord.

           move "ESCR" to GLPostType.
           perform 6450-MapGLAccount.
           move LogProgramName to GLW-Source.
           move LM-CompanyCode to GLW-Company.
           write GLWorkRecord.

           move "RFDP" to GLPostType.
           perform 6450-MapGLAccount.
           move LogProgramName to GLW-Source.
           move TodayDate to GLW-Date.
                   move "Cash" to GLW-AcctName
               when "ESCR"
                   move "Escrow Liability" to GLW-AcctName
               when "RFDP"
                   move "Refunds Payable" to GLW-AcctName
               when "ADVR"
                   move "Advances Receivable" to GLW-AcctName
               when "ACRC"
                   move "Accrued Int Receivable" to GLW-AcctName
           end-evaluate.

      * ADVANCES COLLECTED OFF THE SUB-LEDGER THIS RUN COME OFF
      * ADVANCES RECEIVABLE - DR CASH, CR ADVANCES RECEIVABLE, ONE
      * PAIR PER LOAN UNDER THE LOAN'S OWN COMPANY
       6500-PostAdvanceCollections.
           if AdvanceCollectedCount = zero
               exit paragraph
           end-if.

           open input LoanMasterFile.
           if LoanMasterStatus = "00"
               set LoanMasterIsOpen to true
           end-if.
           if ChartCount = zero
               perform 6050-LoadChart
           end-if.
           open extend GLWorkFile.

           move 1 to AdvanceCollectedSub.
           perform AdvanceCollectedCount times
               move spaces to LM-CompanyCode
               if LoanMasterIsOpen
                   move ACL-Account(AdvanceCollectedSub)
                       to LM-LoanAccount
                   read LoanMasterFile
                       invalid key
                           move spaces to LM-CompanyCode
                   end-read
               end-if

               move "CASH" to GLPostType
               perform 6450-MapGLAccount
               move LogProgramName to GLW-Source
               move TodayDate to GLW-Date
               move ACL-Account(AdvanceCollectedSub) to GLW-Account
               move "DR" to GLW-DRCR
               move ACL-Amount(AdvanceCollectedSub) to GLW-Amount
               move LM-CompanyCode to GLW-Company
               write GLWorkRecord

               move "ADVR" to GLPostType
               perform 6450-MapGLAccount
               move LogProgramName to GLW-Source
               move TodayDate to GLW-Date
               move ACL-Account(AdvanceCollectedSub) to GLW-Account
               move "CR" to GLW-DRCR
               move ACL-Amount(AdvanceCollectedSub) to GLW-Amount
               move LM-CompanyCode to GLW-Company
               write GLWorkRecord

               add 1 to AdvanceCollectedSub
           end-perform.

           close GLWorkFile.
           if LoanMasterIsOpen
               close LoanMasterFile
               move "N" to LoanMasterOpenFlag
           end-if.

           string "Corporate advances collected this run: "
               AdvanceCollectedTotal " on " AdvanceCollectedCount
               " loan(s)" into msg.
           perform 8000-Logs.

      * CONSTRUCTION INTEREST PAID THIS RUN COMES OFF ACCRUED INTEREST
      * RECEIVABLE, WHERE CONSCYCLE BOOKED IT WHEN BILLED - DR CASH,
      * CR ACCRUED INTEREST RECEIVABLE, ONE PAIR PER LOAN
       6600-PostConstructionInterest.
           if ConstrPaidCount = zero
               exit paragraph
           end-if.

           if ChartCount = zero
               perform 6050-LoadChart
           end-if.
           open extend GLWorkFile.

           move 1 to ConstructionSub.
           perform ConstructionCount times
               if CNL-PaidThisRun(ConstructionSub) > zero
                   move "CASH" to GLPostType
                   perform 6450-MapGLAccount
                   move LogProgramName to GLW-Source
                   move TodayDate to GLW-Date
                   move CNL-Account(ConstructionSub) to GLW-Account
                   move "DR" to GLW-DRCR
                   move CNL-PaidThisRun(ConstructionSub) to GLW-Amount
                   move CNL-Company(ConstructionSub) to GLW-Company
                   write GLWorkRecord

                   move "ACRC" to GLPostType
                   perform 6450-MapGLAccount
                   move LogProgramName to GLW-Source
                   move TodayDate to GLW-Date
                   move CNL-Account(ConstructionSub) to GLW-Account
                   move "CR" to GLW-DRCR
                   move CNL-PaidThisRun(ConstructionSub) to GLW-Amount
                   move CNL-Company(ConstructionSub) to GLW-Company
                   write GLWorkRecord
               end-if
               add 1 to ConstructionSub
           end-perform.

           close GLWorkFile.

           string "Construction interest paid this run: "
               ConstrPaidTotal " on " ConstrPaidCount
               " loan(s)" into msg.
           perform 8000-Logs.

       4000-RewriteStatus.
           open output PaymentStatusFile.
           move 1 to StatusSub.

      * ONLY BALANCES STILL OWED GO BACK OUT - A FULLY RELEASED
      * ACCOUNT DROPS OFF THE SUSPENSE FILE.
      * A CURTAILMENT - PRINCIPAL BEYOND WHAT THE PERIOD SCHEDULED -
      * ON A LOAN WITH PENALTY TERMS IN FORCE COUNTS AGAINST THE LOAN
      * YEAR'S FREE ALLOWANCE. THE PART PAST THE ALLOWANCE IS FLAGGED
      * WITH THE PENALTY IT WOULD TRIGGER; NOTHING IS CHARGED HERE
       3900-CheckCurtailment.
           if PrepayTermsCount = zero
               or SplitToPrincipal not > ST-PrincipalDue(MatchSub)
               exit paragraph
           end-if.
           move "N" to PrepayTermsFoundFlag.
           move 1 to PrepayTermsSub.
           perform until PrepayTermsSub > PrepayTermsCount
               if PPT-Account(PrepayTermsSub) = LPX-Account
                   set PrepayTermsFound to true
                   exit perform
               end-if
               add 1 to PrepayTermsSub
           end-perform.
           if not PrepayTermsFound
               exit paragraph
           end-if.

           move LPX-Date(7:4) to PDW-Year.
           move LPX-Date(1:2) to PDW-Month.
           move LPX-Date(4:2) to PDW-Day.
           if PrepayDateKey > PPT-ExpireKey(PrepayTermsSub)
               exit paragraph
           end-if.

           compute CurtailAmount =
               SplitToPrincipal - ST-PrincipalDue(MatchSub).

      * loan year the payment falls in - year 1 runs from the funding
      * date to the day before its first anniversary
           move PPT-LoanDate(PrepayTermsSub)(7:4) to CurtailFundYear.
           compute CurtailYears = PDW-Year - CurtailFundYear.
           if LPX-Date(1:5) < PPT-LoanDate(PrepayTermsSub)(1:5)
               subtract 1 from CurtailYears
           end-if.
           if CurtailYears < zero
               move zero to CurtailYears
           end-if.
           if CurtailYears > 98
               move 98 to CurtailYears
           end-if.
           compute CurtailLoanYear = CurtailYears + 1.

           if PPT-PrepaidYear(PrepayTermsSub) not = CurtailLoanYear
               move CurtailLoanYear to
                   PPT-PrepaidYear(PrepayTermsSub)
               move zero to PPT-YearPrepaid(PrepayTermsSub)
           end-if.
           add CurtailAmount to PPT-YearPrepaid(PrepayTermsSub).
           move "Y" to PPT-Changed(PrepayTermsSub).

           compute CurtailAllowance rounded =
               PPT-LoanAmount(PrepayTermsSub)
                   * PPT-FreePct(PrepayTermsSub) / 100.
           if PPT-YearPrepaid(PrepayTermsSub) not > CurtailAllowance
               exit paragraph
           end-if.

           compute CurtailPenalized =
               PPT-YearPrepaid(PrepayTermsSub) - CurtailAllowance.
           if CurtailPenalized > CurtailAmount
               move CurtailAmount to CurtailPenalized
           end-if.
           evaluate true
               when PPT-Method(PrepayTermsSub) = "6"
                   compute CurtailPenalty rounded =
                       CurtailPenalized
                           * (PPT-Rate(PrepayTermsSub) / 100) / 2
               when CurtailLoanYear <= 5
                   compute CurtailPenalty rounded =
                       CurtailPenalized
                           * PPT-StepPct(PrepayTermsSub,
                               CurtailLoanYear) / 100
               when other
                   move zero to CurtailPenalty
           end-evaluate.
           if CurtailPenalty = zero
               exit paragraph
           end-if.

           add 1 to CurtailmentsFlagged.
           move CurtailAmount to Disp-Curtail.
           move CurtailPenalized to Disp-CurtailPenalized.
           move CurtailPenalty to Disp-CurtailPenalty.
           move spaces to VarianceLine.
           string "PREPAY PENALTY " LPX-Account
                  "  curtailment " Disp-Curtail
                  "  past free allowance " Disp-CurtailPenalized
                  "  penalty " Disp-CurtailPenalty " would apply"
                  into VarianceLine.
           write VarianceLine.
           string "CURTAILMENT " LPX-Account " of " CurtailAmount
               " on " LPX-Date " is " CurtailPenalized
               " past the free prepayment allowance - penalty "
               CurtailPenalty " would apply" into msg.
           move "WARN " to LogSeverity.
           perform 8000-Logs.

       4500-RewriteSuspense.
           move zero to TotalHeldInSuspense.
           open output SuspenseFile.
           end-perform.
           close LateFeeRegister.

      * THE PERIOD AT SplitSub WAS JUST PAID - ITS SUBSIDY COMES OUT
      * OF THE BUYDOWN BALANCE AND JOINS THE BORROWER'S MONEY IN THE
      * SPLIT. A BALANCE THAT CANNOT COVER IT GIVES WHAT IS LEFT
       3950-DrawSubsidy.
           if ST-SubsidyDue(SplitSub) = zero
               exit paragraph
           end-if.
           move ST-Account(SplitSub) to TouchedWork.
           perform 3960-FindBuydown.
           if not BuydownFound
               exit paragraph
           end-if.

           if BDB-Balance(BuydownBalanceSub) < ST-SubsidyDue(SplitSub)
               move BDB-Balance(BuydownBalanceSub) to SubsidyDraw
               add 1 to SubsidyShortCount
               string "BUYDOWN SHORT " ST-Account(SplitSub)
                   " period " ST-Period(SplitSub)
                   " subsidy " ST-SubsidyDue(SplitSub)
                   " balance only " BDB-Balance(BuydownBalanceSub)
                   into msg
               move "WARN " to LogSeverity
               perform 8000-Logs
               move spaces to VarianceLine
               string "BUYDOWN    " ST-Account(SplitSub)
                      "  period " ST-Period(SplitSub)
                      " subsidy " ST-SubsidyDue(SplitSub)
                      " - balance only " BDB-Balance(BuydownBalanceSub)
                      into VarianceLine
               write VarianceLine
           else
               move ST-SubsidyDue(SplitSub) to SubsidyDraw
           end-if.
           if SubsidyDraw = zero
               exit paragraph
           end-if.

           subtract SubsidyDraw from BDB-Balance(BuydownBalanceSub).
           add SubsidyDraw to BDB-Drawn(BuydownBalanceSub).
           move ST-Period(SplitSub) to
               BDB-LastPeriod(BuydownBalanceSub).
           move ST-PaidDate(SplitSub) to
               BDB-LastDate(BuydownBalanceSub).
           move "Y" to BDB-Changed(BuydownBalanceSub).
           add SubsidyDraw to SplitPayAmount.
           add SubsidyDraw to SubsidyDrawnTotal.
           add 1 to SubsidyDrawCount.

           move ST-Account(SplitSub) to BDL-Account.
           move ST-PaidDate(SplitSub) to BDL-Date.
           set BDL-Draw to true.
           move ST-Period(SplitSub) to BDL-Period.
           move SubsidyDraw to BDL-Amount.
           move BDB-Balance(BuydownBalanceSub) to BDL-Balance.
           move LogProgramName to BDL-Source.
           write BuydownLedgerRecord.

       3960-FindBuydown.
           move "N" to BuydownFoundFlag.
           move 1 to BuydownBalanceSub.
           perform until BuydownBalanceSub > BuydownBalanceCount
               if BDB-Account(BuydownBalanceSub) = TouchedWork
                   set BuydownFound to true
                   exit perform
               end-if
               add 1 to BuydownBalanceSub
           end-perform.

      * THE LOAN YEAR'S PREPAID RUNNING TOTAL GOES BACK ON THE TERMS
      * FOR EVERY LOAN THAT TOOK A CURTAILMENT THIS RUN
       4700-RewritePrepayTerms.
           if PrepayTermsCount = zero
               exit paragraph
           end-if.
           open i-o PrepayPenaltyFile.
           if PrepayPenStatus not = "00"
               exit paragraph
           end-if.
           move 1 to PrepayTermsSub.
           perform PrepayTermsCount times
               if PPT-Changed(PrepayTermsSub) = "Y"
                   move PPT-Account(PrepayTermsSub) to PPN-Account
                   read PrepayPenaltyFile
                       invalid key
                           continue
                       not invalid key
                           move PPT-PrepaidYear(PrepayTermsSub) to
                               PPN-PrepaidYear
                           move PPT-YearPrepaid(PrepayTermsSub) to
                               PPN-YearPrepaid
                           rewrite PrepayPenaltyRecord
                   end-read
               end-if
               add 1 to PrepayTermsSub
           end-perform.
           close PrepayPenaltyFile.

      * THE SUBSIDY BALANCE GOES BACK ON THE TERMS FOR EVERY BUYDOWN
      * DRAWN THIS RUN
       4800-RewriteBuydowns.
           if SubsidyDrawCount = zero
               exit paragraph
           end-if.
           open i-o BuydownFile.
           if BuydownStatus not = "00"
               exit paragraph
           end-if.
           move 1 to BuydownBalanceSub.
           perform BuydownBalanceCount times
               if BDB-Changed(BuydownBalanceSub) = "Y"
                   move BDB-Account(BuydownBalanceSub) to BDN-Account
                   read BuydownFile
                       invalid key
                           continue
                       not invalid key
                           move BDB-Balance(BuydownBalanceSub) to
                               BDN-Balance
                           move BDB-Drawn(BuydownBalanceSub) to
                               BDN-Drawn
                           move BDB-LastPeriod(BuydownBalanceSub) to
                               BDN-LastDrawPeriod
                           move BDB-LastDate(BuydownBalanceSub) to
                               BDN-LastDrawDate
                           rewrite BuydownRecord
                   end-read
               end-if
               add 1 to BuydownBalanceSub
           end-perform.
           close BuydownFile.

      * INTEREST PAID THIS RUN GOES ON THE CONSTRUCTION TERMS
       4900-RewriteConstruction.
           if ConstrPaidCount = zero
               exit paragraph
           end-if.
           open i-o ConstrLoanFile.
           if ConstrLoanStatus not = "00"
               exit paragraph
           end-if.
           move 1 to ConstructionSub.
           perform ConstructionCount times
               if CNL-PaidThisRun(ConstructionSub) > zero
                   move CNL-Account(ConstructionSub) to CN-Account
                   read ConstrLoanFile
                       invalid key
                           continue
                       not invalid key
                           add CNL-PaidThisRun(ConstructionSub) to
                               CN-InterestPaid
                           rewrite ConstructionLoanRecord
                   end-read
               end-if
               add 1 to ConstructionSub
           end-perform.
           close ConstrLoanFile.

       5000-WriteTotals.
           move TotalPosted to Disp-TotalPosted.
           move TotalOverShort to Disp-TotalOverShort.
                  into VarianceLine.
           write VarianceLine.

           if SanctionHeldCount > zero
               move spaces to VarianceLine
               string "Payments blocked by a sanctions hold "
                      SanctionHeldCount
                      into VarianceLine
               write VarianceLine
           end-if.

           if CurtailmentsFlagged > zero
               move spaces to VarianceLine
               string "Curtailments past the free prepayment allowance "
                      CurtailmentsFlagged
                      into VarianceLine
               write VarianceLine
           end-if.

           if SubsidyDrawCount > zero or SubsidyShortCount > zero
               move SubsidyDrawnTotal to Disp-SubsidyDrawn
               move spaces to VarianceLine
               string "Buydown subsidy draws " SubsidyDrawCount
                      "  drawn " Disp-SubsidyDrawn
                      "  short of subsidy " SubsidyShortCount
                      into VarianceLine
               write VarianceLine
           end-if.

           display "POSTPAY posted " PaymentsPostedCount
               " unmatched " PaymentsUnmatchedCount
               " net over/short " Disp-TotalOverShort.
           move spaces to msg.
           move spaces to LogSeverity.

      * EVERY MASTER WRITE GOES ON THE AUDIT JOURNAL FIELD BY FIELD -
      * A BLANK BEFORE IMAGE IS AN ADD
       8600-AuditLoan.
           move LogProgramName to AUD-Program.
           move "LM" to AUD-File.
           if AUD-Before = spaces
               set AUD-ActionAdd to true
           else
               set AUD-ActionChange to true
           end-if.
           move LoanMasterRecord to AUD-After.
           call "shared\wrkmodule\AUDITLOG" using AUDIT-CALL-AREA
           end-call.
           move spaces to AUD-Before.

       end program POSTPAY.
