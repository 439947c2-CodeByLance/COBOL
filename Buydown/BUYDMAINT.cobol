      ******************************************************************
      * Temporary rate buydown maintenance and subsidy ledger - a      *
      * builder's 2-1 or 3-2-1 buydown stops being a side letter.      *
      * Applies actions from Buydown\buydmaint.txt (A add a buydown    *
      * for a loan: the number of buydown years, the rate cut for each *
      * year, the subsidy the builder funded up front, the builder and *
      * what the agreement does with subsidy left at an early payoff - *
      * B refund it to the builder or C credit it to the borrower;     *
      * C change the builder or the leftover rule; R remove a buydown  *
      * nothing has been drawn from, refunding the builder) to the     *
      * keyed terms file shared\data\buydown.dat. The funded subsidy   *
      * is held as its own balance on the terms, like escrow: funding  *
      * posts DR cash / CR buydown subsidy liability to glwork.txt and *
      * every movement of the balance is written to the subsidy ledger *
      * shared\data\buydownledger.txt. AC365AMSCH prices the reduced   *
      * borrower payment for each buydown year, BILLING bills it and   *
      * POSTPAY draws the difference from the balance as each period   *
      * is paid; PAYOFF and PAYOFFEXEC credit what is left to a        *
      * borrower paying off early when the agreement says so.          *
      * Every run settles the subsidy left on a loan that has closed:  *
      * refunded to the builder (DR subsidy liability / CR builder     *
      * refund payable) or queued on shared\data\refundsdue.txt for    *
      * REFUND to pay the borrower (DR subsidy liability / CR refunds  *
      * payable). A charged-off or transferred loan's subsidy is left  *
      * for settlement by hand. Buydowns past their last buydown year  *
      * with nothing left are marked completed. Actions, the buydown   *
      * register and the full subsidy ledger print to                  *
      * Buydown\buydownreport.txt.                                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. BUYDMAINT.

       ENVIRONMENT DIVISION.
       input-output section.
           file-control.
               select optional MaintFile ASSIGN TO
                   "Buydown\buydmaint.txt"
                   organization is line sequential.

               select BuydownFile ASSIGN TO
                   "shared\data\buydown.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is BDN-Account
                   file status is BuydownStatus.

               select LoanMasterFile ASSIGN TO
                   "shared\data\loanmaster.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is LM-LoanAccount
                   file status is LoanMasterStatus.

               select optional BuydownLedgerFile ASSIGN TO
                   "shared\data\buydownledger.txt"
                   organization is line sequential.

               select optional ChartOfAccountsFile ASSIGN TO
                   "shared\data\chartofaccounts.txt"
                   organization is line sequential.

               select optional GLWorkFile ASSIGN TO
                   "shared\data\glwork.txt"
                   organization is line sequential.

               select optional RefundDueFile ASSIGN TO
                   "shared\data\refundsdue.txt"
                   organization is line sequential.

               select BuydownReportFile ASSIGN TO
                   "Buydown\buydownreport.txt"
                   organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD  MaintFile.
           01 MaintRecordIn.
               05  MaintActionIn        PIC X.
                   88  Maint-Add        value "A".
                   88  Maint-Change     value "C".
                   88  Maint-Remove     value "R".
               05  MaintAccountIn       PIC X(10).
               05  MaintYearsIn         PIC 9.
               05  MaintRateCutIn       PIC 99V99 occurs 3 times.
               05  MaintFundedIn        PIC 9(7)V99.
               05  MaintBuilderIn       PIC X(30).
               05  MaintRuleIn          PIC X.

       FD  BuydownFile.
           copy "../shared/copybooks/buydown.cpy".

       FD  LoanMasterFile.
           copy "../shared/copybooks/loanmaster.cpy".

       FD  BuydownLedgerFile.
           copy "../shared/copybooks/buydledger.cpy".

       FD  ChartOfAccountsFile.
           01 ChartOfAccountsRecord.
               05  COA-PostTypeIn   PIC X(4).
               05  COA-AcctNoIn     PIC X(8).
               05  COA-AcctNameIn   PIC X(24).

       FD  GLWorkFile.
           copy "../shared/copybooks/glwork.cpy".

       FD  RefundDueFile.
           copy "../shared/copybooks/refunddue.cpy".

       FD  BuydownReportFile.
           01 BuydownReportLine     PIC X(120).

       working-storage section.
       01  BuydownStatus            PIC XX value spaces.
       01  LoanMasterStatus         PIC XX value spaces.

       01  eof-maint-file           PIC X value "N".
           88  eof-maint            value "Y".
       01  eof-buydown-file         PIC X value "N".
           88  eof-buydown          value "Y".
       01  eof-ledger-file          PIC X value "N".
           88  eof-ledger           value "Y".
       01  eof-chart-file           PIC X value "N".
           88  eof-chart            value "Y".

       01  CHART-OF-ACCOUNTS.
           05  ChartEntry occurs 50 times.
               10  COA-PostType     PIC X(4).
               10  COA-AcctNo       PIC X(8).
               10  COA-AcctName     PIC X(24).
       01  ChartCount               PIC 99 value zero.
       01  ChartSub                 PIC 99 value zero.
       01  GLPostType               PIC X(4) value spaces.
       01  GLCreditType             PIC X(4) value spaces.
       01  GLPairAmount             PIC 9(7)V99 value zero.

       01  MaintAppliedCount        PIC 9(4) value zero.
       01  MaintRejectedCount       PIC 9(4) value zero.
       01  BuydownsSettled          PIC 9(4) value zero.
       01  BuydownsCompleted        PIC 9(4) value zero.
       01  BuydownsByHand           PIC 9(4) value zero.
       01  BuydownsListed           PIC 9(4) value zero.

       01  CutSub                   PIC 9 value zero.
       01  TermsValidFlag           PIC X value "N".
           88  TermsValid           value "Y".
       01  LedgerType               PIC X value space.
       01  LedgerAmount             PIC 9(7)V99 value zero.
       01  LoanYear                 PIC 99 value zero.
       01  YearsElapsed             PIC S9(4) value zero.

       01  FundedTotal              PIC 9(9)V99 value zero.
       01  DrawnTotal               PIC 9(9)V99 value zero.
       01  BalanceTotal             PIC 9(9)V99 value zero.

       01  WORK-DATE.
           05 WORK-MONTH            PIC 9(2).
           05                       PIC X.
           05 WORK-DAY              PIC 9(2).
           05                       PIC X.
           05 WORK-YEAR             PIC 9(4).

       01  PlanName                 PIC X(8) value spaces.
       01  StatusName               PIC X(10) value spaces.
       01  LedgerTypeName           PIC X(22) value spaces.
       01  Disp-Funded              PIC $$,$$$,$$9.99.
       01  Disp-Drawn               PIC $$,$$$,$$9.99.
       01  Disp-Balance             PIC $$,$$$,$$9.99.
       01  Disp-Amount              PIC $$,$$$,$$9.99.

       01  TodayDate                PIC X(10) value spaces.

       01  CURRENT-DATE-AND-TIME.
           05 CDT-Year              PIC 9(4).
           05 CDT-Month             PIC 9(2).
           05 CDT-Day               PIC 9(2).
           05 FILLER                PIC X(13).

       01  msg                      PIC X(150) value spaces.
       01  LogSeverity              PIC X(5) value spaces.
       01  SharedLogFilePath        PIC X(60) value
               "shared\logs\activity.log".
       01  LogProgramName           PIC X(14) value "BUYDMAINT".
       01  LogAction                PIC X value "W".
           88  LogActionClose       value "C".

       PROCEDURE DIVISION.
       0000-MainDriver.
           move function CURRENT-DATE to CURRENT-DATE-AND-TIME.
           move spaces to TodayDate.
           string CDT-Month "/" CDT-Day "/" CDT-Year into TodayDate.

           open input LoanMasterFile.
           if LoanMasterStatus not = "00"
               string "No loan master at shared\data\loanmaster.dat"
                   " status " LoanMasterStatus into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
               display "BUYDMAINT - no loan master, status "
                   LoanMasterStatus
               perform 9000-CloseLog
               stop run
           end-if.

           open i-o BuydownFile.
           if BuydownStatus = "35"
      * first ever run - no buydown file on disk yet, create it
               open output BuydownFile
               close BuydownFile
               open i-o BuydownFile
           end-if.

           perform 1200-LoadChart.
           open extend BuydownLedgerFile.
           open extend GLWorkFile.
           open extend RefundDueFile.

           open output BuydownReportFile.
           move spaces to BuydownReportLine.
           string "TEMPORARY BUYDOWN REGISTER AND SUBSIDY LEDGER   Run "
               TodayDate into BuydownReportLine.
           write BuydownReportLine.
           move spaces to BuydownReportLine.
           write BuydownReportLine.

           open input MaintFile.
           read MaintFile
               at end set eof-maint to true
           end-read.
           perform until eof-maint
               evaluate true
                   when Maint-Add
                       perform 2000-AddBuydown
                   when Maint-Change
                       perform 2100-ChangeBuydown
                   when Maint-Remove
                       perform 2200-RemoveBuydown
                   when other
                       add 1 to MaintRejectedCount
                       string "REJECTED. Unknown buydown action "
                           MaintActionIn " for account "
                           MaintAccountIn into msg
                       move "ERROR" to LogSeverity
                       perform 8500-Register
                       perform 8000-Logs
               end-evaluate
               read MaintFile
                   at end set eof-maint to true
               end-read
           end-perform.
           close MaintFile.

           move spaces to BuydownReportLine.
           write BuydownReportLine.
           move spaces to BuydownReportLine.
           string "BUYDOWN REGISTER" into BuydownReportLine.
           write BuydownReportLine.
           move spaces to BuydownReportLine.
           string "Account    Plan     Builder                       "
               "  Funded         Drawn       Balance  Rule Status"
               into BuydownReportLine.
           write BuydownReportLine.

           move "N" to eof-buydown-file.
           move low-values to BDN-Account.
           start BuydownFile key >= BDN-Account
               invalid key set eof-buydown to true
           end-start.
           perform until eof-buydown
               read BuydownFile next record
                   at end set eof-buydown to true
               end-read
               if not eof-buydown
                   perform 3000-ReviewOneBuydown
               end-if
           end-perform.

           move FundedTotal to Disp-Funded.
           move DrawnTotal to Disp-Drawn.
           move BalanceTotal to Disp-Balance.
           move spaces to BuydownReportLine.
           string "Totals                                          "
               "  " Disp-Funded " " Disp-Drawn " " Disp-Balance
               into BuydownReportLine.
           write BuydownReportLine.

           close BuydownFile.
           close LoanMasterFile.
           close BuydownLedgerFile.
           close GLWorkFile.
           close RefundDueFile.

           perform 4000-LedgerReport.

           move spaces to BuydownReportLine.
           write BuydownReportLine.
           move spaces to BuydownReportLine.
           string "Applied " MaintAppliedCount
                  " Rejected " MaintRejectedCount
                  "  Settled " BuydownsSettled
                  "  Completed " BuydownsCompleted
                  "  Settle by hand " BuydownsByHand
                  "  Listed " BuydownsListed
                  into BuydownReportLine.
           write BuydownReportLine.
           close BuydownReportFile.

      * the actions have been applied - a rerun must not fund the same
      * buydown twice
           call "C$DELETE" using "Buydown\buydmaint.txt", 0.

           string "END. Applied " MaintAppliedCount
               " Rejected " MaintRejectedCount
               " Settled " BuydownsSettled
               " Completed " BuydownsCompleted
               " By hand " BuydownsByHand into msg.
           perform 8000-Logs.
           perform 9000-CloseLog.

           stop run.

       1200-LoadChart.
           open input ChartOfAccountsFile.
           read ChartOfAccountsFile
               at end set eof-chart to true
           end-read.
           perform until eof-chart
               if ChartCount < 50
                   add 1 to ChartCount
                   move COA-PostTypeIn to COA-PostType(ChartCount)
                   move COA-AcctNoIn to COA-AcctNo(ChartCount)
                   move COA-AcctNameIn to COA-AcctName(ChartCount)
               end-if
               read ChartOfAccountsFile
                   at end set eof-chart to true
               end-read
           end-perform.
           close ChartOfAccountsFile.

      * A BUYDOWN BELONGS TO A LIVE LOAN AND IS FUNDED WHEN IT IS SET
      * UP - THE SUBSIDY COMES IN WITH THE TERMS OR NOT AT ALL
       2000-AddBuydown.
           move MaintAccountIn to LM-LoanAccount.
           read LoanMasterFile
               invalid key
                   add 1 to MaintRejectedCount
                   string "REJECTED. Buydown for "
                       MaintAccountIn " - loan is not on the master"
                       into msg
                   move "ERROR" to LogSeverity
                   perform 8500-Register
                   perform 8000-Logs
                   exit paragraph
           end-read.
           if not LM-StatusActive and not LM-StatusNonaccrual
               add 1 to MaintRejectedCount
               string "REJECTED. Buydown for " MaintAccountIn
                   " - loan status " LM-LoanStatus
                   " is not open" into msg
               move "ERROR" to LogSeverity
               perform 8500-Register
               perform 8000-Logs
               exit paragraph
           end-if.

           perform 2500-CheckTerms.
           if not TermsValid
               exit paragraph
           end-if.

           move MaintAccountIn to BDN-Account.
           read BuydownFile
               invalid key
                   perform 2600-MoveTerms
                   write BuydownRecord
                   move "ADDED" to StatusName
               not invalid key
                   if BDN-Active or BDN-Completed
                       add 1 to MaintRejectedCount
                       string "REJECTED. Add buydown for "
                           MaintAccountIn " - a buydown is already"
                           " on the loan" into msg
                       move "ERROR" to LogSeverity
                       perform 8500-Register
                       perform 8000-Logs
                       exit paragraph
                   end-if
      * a buydown that was settled or removed may be put back - a fresh
      * record on the key
                   perform 2600-MoveTerms
                   rewrite BuydownRecord
                   move "RE-ADDED" to StatusName
           end-read.

           add 1 to MaintAppliedCount.
           move "F" to LedgerType.
           move zero to BDL-Period.
           move BDN-Funded to LedgerAmount.
           perform 7000-WriteLedger.
           move "CASH" to GLPostType.
           move "BSUB" to GLCreditType.
           move BDN-Funded to GLPairAmount.
           perform 7100-PostPair.

           perform 2700-DescribePlan.
           string StatusName " buydown " MaintAccountIn
               " " PlanName " funded " BDN-Funded
               " by " BDN-Builder
               " leftover rule " BDN-LeftoverRule
               delimited by size into msg.
           perform 8500-Register.
           perform 8000-Logs.

      * THE RATE CUTS AND THE FUNDING ARE FIXED ONCE THE MONEY IS IN -
      * ONLY WHO THE BUILDER IS AND WHAT HAPPENS TO A LEFTOVER CHANGE
       2100-ChangeBuydown.
           move MaintAccountIn to BDN-Account.
           read BuydownFile
               invalid key
                   add 1 to MaintRejectedCount
                   string "REJECTED. Change buydown for "
                       MaintAccountIn " - no buydown on file" into msg
                   move "ERROR" to LogSeverity
                   perform 8500-Register
                   perform 8000-Logs
                   exit paragraph
           end-read.
           if not BDN-Active and not BDN-Completed
               add 1 to MaintRejectedCount
               string "REJECTED. Change buydown for "
                   MaintAccountIn " - buydown already closed,"
                   " status " BDN-Status into msg
               move "ERROR" to LogSeverity
               perform 8500-Register
               perform 8000-Logs
               exit paragraph
           end-if.
           if MaintRuleIn not = space
               and MaintRuleIn not = "B" and MaintRuleIn not = "C"
               add 1 to MaintRejectedCount
               string "REJECTED. Change buydown for " MaintAccountIn
                   " - leftover rule " MaintRuleIn
                   " must be B refund builder or C credit borrower"
                   into msg
               move "ERROR" to LogSeverity
               perform 8500-Register
               perform 8000-Logs
               exit paragraph
           end-if.

           if MaintBuilderIn not = spaces
               move MaintBuilderIn to BDN-Builder
           end-if.
           if MaintRuleIn not = space
               move MaintRuleIn to BDN-LeftoverRule
           end-if.
           rewrite BuydownRecord.
           add 1 to MaintAppliedCount.
           string "CHANGED buydown " MaintAccountIn
               " builder " BDN-Builder
               " leftover rule " BDN-LeftoverRule
               delimited by size into msg.
           perform 8500-Register.
           perform 8000-Logs.

      * A BUYDOWN NOTHING HAS BEEN DRAWN FROM CAN BE UNWOUND - THE
      * WHOLE SUBSIDY GOES BACK TO THE BUILDER WHO FUNDED IT
       2200-RemoveBuydown.
           move MaintAccountIn to BDN-Account.
           read BuydownFile
               invalid key
                   add 1 to MaintRejectedCount
                   string "REJECTED. Remove buydown for "
                       MaintAccountIn " - no buydown on file" into msg
                   move "ERROR" to LogSeverity
                   perform 8500-Register
                   perform 8000-Logs
                   exit paragraph
           end-read.
           if not BDN-Active
               add 1 to MaintRejectedCount
               string "REJECTED. Remove buydown for "
                   MaintAccountIn " - buydown is not active,"
                   " status " BDN-Status into msg
               move "ERROR" to LogSeverity
               perform 8500-Register
               perform 8000-Logs
               exit paragraph
           end-if.
           if BDN-Drawn > zero
               add 1 to MaintRejectedCount
               string "REJECTED. Remove buydown for "
                   MaintAccountIn " - " BDN-Drawn
                   " already drawn for the borrower" into msg
               move "ERROR" to LogSeverity
               perform 8500-Register
               perform 8000-Logs
               exit paragraph
           end-if.

           move BDN-Balance to LedgerAmount.
           move "R" to BDN-Status.
           move "R" to BDN-SettleType.
           move TodayDate to BDN-SettleDate.
           move LedgerAmount to BDN-SettleAmount.
           move zero to BDN-Balance.
           rewrite BuydownRecord.
           add 1 to MaintAppliedCount.

           if LedgerAmount > zero
               move "R" to LedgerType
               move zero to BDL-Period
               perform 7000-WriteLedger
               move "BSUB" to GLPostType
               move "BREF" to GLCreditType
               move LedgerAmount to GLPairAmount
               perform 7100-PostPair
           end-if.
           string "REMOVED buydown " MaintAccountIn
               " - " LedgerAmount " refunded to " BDN-Builder
               delimited by size into msg.
           perform 8500-Register.
           perform 8000-Logs.

      * ONE TO THREE BUYDOWN YEARS, A CUT FOR EACH OF THEM THAT LEAVES
      * THE BORROWER A RATE ABOVE ZERO, MONEY IN, A BUILDER NAMED AND
      * A RULE FOR WHAT IS LEFT AT AN EARLY PAYOFF. TermsValid STAYS
      * "N" AND THE ACTION IS REJECTED WHEN ANY OF THEM IS WRONG
       2500-CheckTerms.
           move "N" to TermsValidFlag.

           if MaintYearsIn not numeric
               or MaintYearsIn < 1 or MaintYearsIn > 3
               add 1 to MaintRejectedCount
               string "REJECTED. Buydown for " MaintAccountIn
                   " - buydown years must be 1 to 3" into msg
               move "ERROR" to LogSeverity
               perform 8500-Register
               perform 8000-Logs
               exit paragraph
           end-if.

           move 1 to CutSub.
           perform MaintYearsIn times
               if MaintRateCutIn(CutSub) not numeric
                   or MaintRateCutIn(CutSub) = zero
                   or MaintRateCutIn(CutSub) not < LM-AnnualRate
                   add 1 to MaintRejectedCount
                   string "REJECTED. Buydown for " MaintAccountIn
                       " - rate cut for buydown year " CutSub
                       " must be above zero and below the note rate "
                       LM-AnnualRate into msg
                   move "ERROR" to LogSeverity
                   perform 8500-Register
                   perform 8000-Logs
                   exit paragraph
               end-if
               add 1 to CutSub
           end-perform.

           if MaintFundedIn not numeric or MaintFundedIn = zero
               add 1 to MaintRejectedCount
               string "REJECTED. Buydown for " MaintAccountIn
                   " - no subsidy funded" into msg
               move "ERROR" to LogSeverity
               perform 8500-Register
               perform 8000-Logs
               exit paragraph
           end-if.

           if MaintBuilderIn = spaces
               add 1 to MaintRejectedCount
               string "REJECTED. Buydown for " MaintAccountIn
                   " - no builder named" into msg
               move "ERROR" to LogSeverity
               perform 8500-Register
               perform 8000-Logs
               exit paragraph
           end-if.

           if MaintRuleIn not = "B" and MaintRuleIn not = "C"
               add 1 to MaintRejectedCount
               string "REJECTED. Buydown for " MaintAccountIn
                   " - leftover rule " MaintRuleIn
                   " must be B refund builder or C credit borrower"
                   into msg
               move "ERROR" to LogSeverity
               perform 8500-Register
               perform 8000-Logs
               exit paragraph
           end-if.

           set TermsValid to true.

       2600-MoveTerms.
           move spaces to BuydownRecord.
           move MaintAccountIn to BDN-Account.
           move MaintYearsIn to BDN-Years.
           move 1 to CutSub.
           perform 3 times
               if CutSub > MaintYearsIn
                   move zero to BDN-RateCut(CutSub)
               else
                   move MaintRateCutIn(CutSub) to BDN-RateCut(CutSub)
               end-if
               add 1 to CutSub
           end-perform.
           move MaintFundedIn to BDN-Funded.
           move MaintFundedIn to BDN-Balance.
           move zero to BDN-Drawn.
           move MaintBuilderIn to BDN-Builder.
           move MaintRuleIn to BDN-LeftoverRule.
           move "A" to BDN-Status.
           move TodayDate to BDN-SetupDate.
           move zero to BDN-LastDrawPeriod.
           move zero to BDN-SettleAmount.

       2700-DescribePlan.
           move spaces to PlanName.
           evaluate BDN-Years
               when 1
                   string BDN-RateCut(1)(2:1) "-0" delimited by size
                       into PlanName
               when 2
                   string BDN-RateCut(1)(2:1) "-"
                       BDN-RateCut(2)(2:1) delimited by size
                       into PlanName
               when other
                   string BDN-RateCut(1)(2:1) "-"
                       BDN-RateCut(2)(2:1) "-"
                       BDN-RateCut(3)(2:1) delimited by size
                       into PlanName
           end-evaluate.

      * A CLOSED LOAN'S LEFTOVER SUBSIDY GOES WHERE THE AGREEMENT SAYS;
      * A BUYDOWN PAST ITS LAST YEAR WITH NOTHING LEFT IS COMPLETE.
      * EVERY BUYDOWN THEN GOES ON THE REGISTER
       3000-ReviewOneBuydown.
           if BDN-Active or BDN-Completed
               move BDN-Account to LM-LoanAccount
               read LoanMasterFile
                   invalid key
                       move "A" to LM-LoanStatus
                       move TodayDate to LM-LoanDate
               end-read
               evaluate true
                   when LM-StatusClosed
                       perform 3100-SettleLeftover
                   when (LM-StatusChargedOff or LM-StatusTransferred)
                       and BDN-Balance > zero
                       add 1 to BuydownsByHand
                       string "SETTLE BY HAND buydown " BDN-Account
                           " - loan status " LM-LoanStatus
                           " with subsidy " BDN-Balance
                           " still held for " BDN-Builder
                           delimited by size into msg
                       move "WARN " to LogSeverity
                       perform 8500-Register
                       perform 8000-Logs
                   when BDN-Active and BDN-Balance = zero
                       perform 7200-LoanYear
                       if LoanYear > BDN-Years
                           move "F" to BDN-Status
                           rewrite BuydownRecord
                           add 1 to BuydownsCompleted
                           string "COMPLETED buydown " BDN-Account
                               " - subsidy fully drawn" into msg
                           perform 8500-Register
                           perform 8000-Logs
                       end-if
               end-evaluate
           end-if.

           add 1 to BuydownsListed.
           add BDN-Funded to FundedTotal.
           add BDN-Drawn to DrawnTotal.
           add BDN-Balance to BalanceTotal.
           perform 2700-DescribePlan.
           evaluate true
               when BDN-Active
                   move "ACTIVE" to StatusName
               when BDN-Completed
                   move "COMPLETED" to StatusName
               when BDN-Settled
                   move "SETTLED" to StatusName
               when BDN-Removed
                   move "REMOVED" to StatusName
               when other
                   move BDN-Status to StatusName
           end-evaluate.
           move BDN-Funded to Disp-Funded.
           move BDN-Drawn to Disp-Drawn.
           move BDN-Balance to Disp-Balance.
           move spaces to BuydownReportLine.
           string BDN-Account " " PlanName " " BDN-Builder
               " " Disp-Funded " " Disp-Drawn " " Disp-Balance
               "  " BDN-LeftoverRule "    " StatusName
               into BuydownReportLine.
           write BuydownReportLine.

      * THE LOAN PAID OFF WITH SUBSIDY STILL HELD. REFUND-BUILDER
      * AGREEMENTS BOOK IT TO BUILDER REFUND PAYABLE FOR ACCOUNTS
      * PAYABLE TO REMIT; CREDIT-BORROWER AGREEMENTS MOVE IT TO REFUNDS
      * PAYABLE AND QUEUE IT FOR REFUND - A PAYOFF THROUGH PAYOFFEXEC
      * WILL ALREADY HAVE TAKEN ITS CREDIT OFF THE QUOTE
       3100-SettleLeftover.
           move BDN-Balance to LedgerAmount.
           move "P" to BDN-Status.
           move TodayDate to BDN-SettleDate.
           if LedgerAmount = zero
               rewrite BuydownRecord
               exit paragraph
           end-if.

           move zero to BDL-Period.
           if BDN-CreditBorrower
               move "Q" to LedgerType
               move "RFDP" to GLCreditType
               move spaces to RefundDueRecord
               move BDN-Account to RFD-Account
               move "B" to RFD-Source
               move LedgerAmount to RFD-Amount
               move TodayDate to RFD-AriseDate
               write RefundDueRecord
           else
               move "R" to LedgerType
               move "BREF" to GLCreditType
           end-if.
           move LedgerType to BDN-SettleType.
           add LedgerAmount to BDN-SettleAmount.
           move zero to BDN-Balance.
           rewrite BuydownRecord.
           add 1 to BuydownsSettled.

           perform 7000-WriteLedger.
           move "BSUB" to GLPostType.
           move LedgerAmount to GLPairAmount.
           perform 7100-PostPair.

           if BDN-CreditBorrower
               string "SETTLED buydown " BDN-Account " - "
                   LedgerAmount " queued as a borrower refund"
                   delimited by size into msg
           else
               string "SETTLED buydown " BDN-Account " - "
                   LedgerAmount " refunded to " BDN-Builder
                   delimited by size into msg
           end-if.
           perform 8500-Register.
           perform 8000-Logs.

      * THE WHOLE SUBSIDY LEDGER, EVERY LOAN IN THE ORDER THE
      * MOVEMENTS HAPPENED, WITH THE BALANCE AFTER EACH
       4000-LedgerReport.
           move spaces to BuydownReportLine.
           write BuydownReportLine.
           move spaces to BuydownReportLine.
           string "SUBSIDY LEDGER" into BuydownReportLine.
           write BuydownReportLine.
           move spaces to BuydownReportLine.
           string "Account    Date       Entry                  Period"
               "        Amount   Balance after  Source"
               into BuydownReportLine.
           write BuydownReportLine.

           open input BuydownLedgerFile.
           read BuydownLedgerFile
               at end set eof-ledger to true
           end-read.
           perform until eof-ledger
               evaluate true
                   when BDL-Funded
                       move "Funded by builder" to LedgerTypeName
                   when BDL-Draw
                       move "Drawn for payment" to LedgerTypeName
                   when BDL-Credit
                       move "Credited at payoff" to LedgerTypeName
                   when BDL-Refund
                       move "Refunded to builder" to LedgerTypeName
                   when BDL-Queued
                       move "Borrower refund queued" to LedgerTypeName
                   when other
                       move BDL-Type to LedgerTypeName
               end-evaluate
               move BDL-Amount to Disp-Amount
               move BDL-Balance to Disp-Balance
               move spaces to BuydownReportLine
               string BDL-Account " " BDL-Date " " LedgerTypeName
                   " " BDL-Period " " Disp-Amount " " Disp-Balance
                   "  " BDL-Source
                   into BuydownReportLine
               write BuydownReportLine
               read BuydownLedgerFile
                   at end set eof-ledger to true
               end-read
           end-perform.
           close BuydownLedgerFile.

      * LedgerType, LedgerAmount AND BDL-Period SAY WHAT MOVED; THE
      * BALANCE AFTER COMES OFF THE RECORD AS IT NOW STANDS
       7000-WriteLedger.
           move BDN-Account to BDL-Account.
           move TodayDate to BDL-Date.
           move LedgerType to BDL-Type.
           move LedgerAmount to BDL-Amount.
           move BDN-Balance to BDL-Balance.
           move LogProgramName to BDL-Source.
           write BuydownLedgerRecord.

      * A BALANCED PAIR: DR GLPostType / CR GLCreditType FOR
      * GLPairAmount, ON THE LOAN'S OWN COMPANY
       7100-PostPair.
           move LogProgramName to GLW-Source.
           move TodayDate to GLW-Date.
           move BDN-Account to GLW-Account.
           move "DR" to GLW-DRCR.
           move GLPairAmount to GLW-Amount.
           move LM-CompanyCode to GLW-Company.
           perform 7150-MapGLAccount.
           write GLWorkRecord.

           move GLCreditType to GLPostType.
           move "CR" to GLW-DRCR.
           perform 7150-MapGLAccount.
           write GLWorkRecord.

       7150-MapGLAccount.
           move spaces to GLW-AcctNo.
           move 1 to ChartSub.
           perform until ChartSub > ChartCount
               if COA-PostType(ChartSub) = GLPostType
                   move COA-AcctNo(ChartSub) to GLW-AcctNo
                   move COA-AcctName(ChartSub) to GLW-AcctName
                   exit paragraph
               end-if
               add 1 to ChartSub
           end-perform.
           evaluate GLPostType
               when "CASH"
                   move "Cash" to GLW-AcctName
               when "BSUB"
                   move "Buydown Subsidy Liab" to GLW-AcctName
               when "BREF"
                   move "Builder Refund Payable" to GLW-AcctName
               when "RFDP"
                   move "Refunds Payable" to GLW-AcctName
           end-evaluate.

      * LOAN YEAR AS OF TODAY - YEAR 1 RUNS FROM THE FUNDING DATE TO
      * THE DAY BEFORE ITS FIRST ANNIVERSARY
       7200-LoanYear.
           move LM-LoanDate to WORK-DATE.
           compute YearsElapsed = CDT-Year - WORK-YEAR.
           if CDT-Month < WORK-MONTH
               or (CDT-Month = WORK-MONTH and CDT-Day < WORK-DAY)
               subtract 1 from YearsElapsed
           end-if.
           if YearsElapsed < zero
               move zero to YearsElapsed
           end-if.
           if YearsElapsed > 98
               move 98 to YearsElapsed
           end-if.
           compute LoanYear = YearsElapsed + 1.

       8000-Logs.
           if LogSeverity = spaces
               move "INFO " to LogSeverity
           end-if.

           move "W" to LogAction.
           call "shared\wrkmodule\LOGGER" using
                   SharedLogFilePath,
                   LogProgramName,
                   LogSeverity,
                   msg,
                   LogAction
           end-call.

           move spaces to msg.
           move spaces to LogSeverity.

       8500-Register.
           move spaces to BuydownReportLine.
           move msg to BuydownReportLine.
           write BuydownReportLine.

       9000-CloseLog.
           move "C" to LogAction.
           call "shared\wrkmodule\LOGGER" using
                   SharedLogFilePath,
                   LogProgramName,
                   spaces,
                   spaces,
                   LogAction
           end-call.

       end program BUYDMAINT.
