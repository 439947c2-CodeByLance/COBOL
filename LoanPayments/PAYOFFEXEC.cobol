      * with zero dues - they were never earned), and runs the         *
      * paid-in-full path: master closed, escrow refund reported and   *
      * posted to glwork.txt, letter written. Over- and under-         *
      * remitted payoffs land on the execution report at receipt -     *
      * a short payoff does NOT execute, it gets chased today          *
      * instead of discovered at month-end. The escrow refund and the  *
      * over-remitted excess are both queued on                        *
      * shared\data\refundsdue.txt for REFUND to pay by check; the     *
      * closing GL pair moves the escrow to refunds payable.           *
      * The corporate advances the quote carried are collected off the *
      * advance sub-ledger through ADVLEDGER and posted DR cash / CR   *
      * advances receivable; if the ledger no longer holds all of what *
      * was quoted (reimbursed or written off since), the difference   *
      * joins the over-remitted refund instead of vanishing.           *
      * The unamortized net deferred origination fee or cost on the    *
      * loan (wrkmodule/DEFLEDGER) is accelerated into interest income *
      * when the loan closes - the yield it was spreading is over.     *
      * The prepayment penalty the quote carried is collected with the *
      * payoff and posted DR cash / CR prepayment penalty income       *
      * through the chart-of-accounts mapping, rides the history row's *
      * fee share, and closes the loan's terms on                      *
      * shared\data\prepaypen.dat. A penalty waived after the quote    *
      * went out is not collected - what was wired for it joins the    *
      * over-remitted refund.                                          *
      * A buydown subsidy credit the quote took off the payoff is      *
      * applied from the loan's subsidy balance on                     *
      * shared\data\buydown.dat - DR buydown subsidy liability / CR    *
      * loan receivable - and written to the subsidy ledger; if draws  *
      * since the quote left less than was credited, the borrower owes *
      * the difference. Subsidy still held after the payoff is settled *
      * by BUYDMAINT.                                                  *
      * Every loan closed is queued, with the date its funds arrived,  *
      * on shared\data\releasequeue.txt for CUSTMAINT to track the     *
      * lien release and the return of the note to their deadlines.    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. PAYOFFEXEC.
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

               select optional BuydownLedgerFile ASSIGN TO
                   "shared\data\buydownledger.txt"
                   organization is line sequential.

               select ExecReportFile ASSIGN TO
                   "LoanPayments\payoffexecreport.txt"
                   organization is line sequential.
               05  PQR-Total        PIC 9(8)V99.
               05  PQR-PerDiem      PIC 9(5)V9(5).
               05  PQR-Status       PIC X.
               05  PQR-Advances     PIC 9(7)V99.
               05  PQR-Penalty      PIC 9(7)V99.
               05  PQR-BuydownCredit PIC 9(7)V99.

       FD  BuydownFile.
           copy "../shared/copybooks/buydown.cpy".

       FD  BuydownLedgerFile.
           copy "../shared/copybooks/buydledger.cpy".

       FD  PaymentStatusFile.
           copy "../shared/copybooks/paystatus.cpy".
               05  PPH-ToEscrow     PIC 9(6)V99.
               05  PPH-ToFee        PIC 9(6)V99.
               05  PPH-ToLateFee    PIC 9(6)V99.
               05  PPH-ToAdvance    PIC 9(6)V99.

       FD  LoanMasterFile.
           copy "../shared/copybooks/loanmaster.cpy".
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

       FD  ExecReportFile.
           01 ExecReportLine        PIC X(120).

               10  QTE-Total        PIC 9(8)V99.
               10  QTE-PerDiem      PIC 9(5)V9(5).
               10  QTE-Status       PIC X.
               10  QTE-Advances     PIC 9(7)V99.
               10  QTE-Penalty      PIC 9(7)V99.
               10  QTE-BuydownCredit PIC 9(7)V99.
       01  QuoteCount               PIC 999 value zero.
       01  QuoteSub                 PIC 999 value zero.
       01  MatchQuoteSub            PIC 999 value zero.
           88  eof-chart            value "Y".

       01  CHART-OF-ACCOUNTS.
           05  ChartEntry occurs 50 times.
               10  COA-PostType     PIC X(4).
               10  COA-AcctNo       PIC X(8).
               10  COA-AcctName     PIC X(24).
           05 CDT-Day               PIC 9(2).
           05 FILLER                PIC X(13).

       copy "../shared/copybooks/auditcall.cpy".
       copy "../shared/copybooks/advcall.cpy".
       copy "../shared/copybooks/deffcall.cpy".
       01  DeferredAccelerated      PIC 9(7)V99 value zero.
       01  AdvanceCollected         PIC 9(7)V99 value zero.
       01  AdvanceShort             PIC 9(7)V99 value zero.
       01  Disp-Advance             PIC $$$,$$$,$$9.99.

       01  PrepayPenStatus          PIC XX value spaces.
       01  PrepayPenOpenFlag        PIC X value "N".
           88  PrepayPenOpen        value "Y".
       01  PenaltyCollected         PIC 9(7)V99 value zero.
       01  PenaltyTotal             PIC 9(8)V99 value zero.
       01  Disp-Penalty             PIC $$$,$$$,$$9.99.

       01  BuydownStatus            PIC XX value spaces.
       01  BuydownOpenFlag          PIC X value "N".
           88  BuydownOpen          value "Y".
       01  BuydownApplied           PIC 9(7)V99 value zero.
       01  BuydownShort             PIC 9(7)V99 value zero.
       01  BuydownCreditTotal       PIC 9(8)V99 value zero.
       01  Disp-BuydownCredit       PIC $$$,$$$,$$9.99.

       01  msg                      PIC X(150) value spaces.
       01  LogSeverity              PIC X(5) value spaces.
       01  SharedLogFilePath        PIC X(60) value

           open extend PostedPaymentFile.
           open extend GLWorkFile.
           open extend RefundDueFile.
           open extend ReleaseQueueFile.
      * NO TERMS FILE YET MEANS NO QUOTE CARRIED A PENALTY
           open i-o PrepayPenaltyFile.
           if PrepayPenStatus = "00"
               set PrepayPenOpen to true
           end-if.
      * NO BUYDOWN FILE YET MEANS NO QUOTE CARRIED A SUBSIDY CREDIT
           open i-o BuydownFile.
           if BuydownStatus = "00"
               set BuydownOpen to true
           end-if.
           open extend BuydownLedgerFile.

           read PayoffFundsFile
               at end set eof-funds to true

           close PostedPaymentFile.
           close GLWorkFile.
           close RefundDueFile.
           close ReleaseQueueFile.
           close LoanMasterFile.
           if PrepayPenOpen
               close PrepayPenaltyFile
           end-if.
           if BuydownOpen
               close BuydownFile
           end-if.
           close BuydownLedgerFile.

           move spaces to ExecReportLine.
           write ExecReportLine.
               "  over field limit " OversizeCount
               into ExecReportLine.
           write ExecReportLine.
           if PenaltyTotal > zero
               move PenaltyTotal to Disp-Penalty
               move spaces to ExecReportLine
               string "Prepayment penalties collected " Disp-Penalty
                   into ExecReportLine
               write ExecReportLine
           end-if.
           if BuydownCreditTotal > zero
               move BuydownCreditTotal to Disp-BuydownCredit
               move spaces to ExecReportLine
               string "Buydown subsidy credited     " Disp-BuydownCredit
                   into ExecReportLine
               write ExecReportLine
           end-if.
           close ExecReportFile.

           perform 5000-RewriteStatus.
                   move PQR-Total to QTE-Total(QuoteCount)
                   move PQR-PerDiem to QTE-PerDiem(QuoteCount)
                   move PQR-Status to QTE-Status(QuoteCount)
      * a quote written before advances were quoted carries none
                   if PQR-Advances numeric
                       move PQR-Advances to QTE-Advances(QuoteCount)
                   else
                       move zero to QTE-Advances(QuoteCount)
                   end-if
      * and one written before penalties were quoted carries none
                   if PQR-Penalty numeric
                       move PQR-Penalty to QTE-Penalty(QuoteCount)
                   else
                       move zero to QTE-Penalty(QuoteCount)
                   end-if
      * and one written before buydown credits were quoted carries none
                   if PQR-BuydownCredit numeric
                       move PQR-BuydownCredit to
                           QTE-BuydownCredit(QuoteCount)
                   else
                       move zero to QTE-BuydownCredit(QuoteCount)
                   end-if
               end-if
               read PayoffQuoteRegister
                   at end set eof-quote to true
               at end set eof-chart to true
           end-read.
           perform until eof-chart
               if ChartCount < 50
                   add 1 to ChartCount
                   move COA-PostTypeIn to COA-PostType(ChartCount)
                   move COA-AcctNoIn to COA-AcctNo(ChartCount)
               exit paragraph
           end-if.

           perform 2200-CollectAdvances.
           perform 3000-ClosePeriods.
           perform 3200-WriteHistoryRow.
           perform 3300-PayDownLateFees.
           move spaces to ExecReportLine.
           if PayoffVariance > PayoffTolerance
               add 1 to OverCount
               move spaces to RefundDueRecord
               move PFD-Account to RFD-Account
               move "O" to RFD-Source
               move PayoffVariance to RFD-Amount
               move TodayDate to RFD-AriseDate
               write RefundDueRecord
               string "OVER-REMITTED  " PFD-Account
                   "  funds " Disp-Amount
                   "  expected " Disp-Expected
           move QTE-Total(QuoteSub) to ExpectedPayoff.
           move QTE-Interest(QuoteSub) to InterestForHistory.
           move zero to ExtraInterest.
           perform 2150-CheckPenaltyWaiver.
           perform 2160-CheckBuydownCredit.

           move PFD-Date to WORK-DATE.
           move WORK-YEAR to DY-Year.
               add ExtraInterest to InterestForHistory
           end-if.

      * A PENALTY WAIVED SINCE THE QUOTE WENT OUT IS NOT OWED - IT
      * COMES OFF THE EXPECTED FIGURE, SO MONEY WIRED FOR IT SHOWS AS
      * OVER-REMITTED AND GOES BACK TO THE BORROWER
       2150-CheckPenaltyWaiver.
           move QTE-Penalty(QuoteSub) to PenaltyCollected.
           if PenaltyCollected = zero or not PrepayPenOpen
               exit paragraph
           end-if.
           move QTE-Account(QuoteSub) to PPN-Account.
           read PrepayPenaltyFile
               invalid key
                   exit paragraph
           end-read.
           if not PPN-Waived
               exit paragraph
           end-if.

           subtract PenaltyCollected from ExpectedPayoff.
           move PenaltyCollected to Disp-Penalty.
           move spaces to ExecReportLine.
           string "PENALTY WAIVED " QTE-Account(QuoteSub)
               "  quoted penalty " Disp-Penalty
               " waived " PPN-WaiveDate
               " reason " PPN-WaiveReason " - not collected"
               into ExecReportLine.
           write ExecReportLine.
           move zero to PenaltyCollected.

      * THE BUYDOWN CREDIT THE QUOTE TOOK OFF CAN ONLY COME FROM WHAT
      * THE SUBSIDY BALANCE STILL HOLDS - A DRAW SINCE THE QUOTE WENT
      * OUT LEAVES THE BORROWER OWING THE DIFFERENCE
       2160-CheckBuydownCredit.
           move zero to BuydownApplied.
           move zero to BuydownShort.
           if QTE-BuydownCredit(QuoteSub) = zero
               exit paragraph
           end-if.
           move QTE-BuydownCredit(QuoteSub) to BuydownShort.
           if BuydownOpen
               move QTE-Account(QuoteSub) to BDN-Account
               read BuydownFile
                   invalid key
                       move zero to BDN-Balance
               end-read
               if (BDN-Active or BDN-Completed)
                   if BDN-Balance < QTE-BuydownCredit(QuoteSub)
                       move BDN-Balance to BuydownApplied
                   else
                       move QTE-BuydownCredit(QuoteSub) to
                           BuydownApplied
                   end-if
                   subtract BuydownApplied from BuydownShort
               end-if
           end-if.
           if BuydownShort = zero
               exit paragraph
           end-if.

           add BuydownShort to ExpectedPayoff.
           move BuydownShort to Disp-BuydownCredit.
           move spaces to ExecReportLine.
           string "BUYDOWN SHORT  " QTE-Account(QuoteSub)
               "  subsidy no longer held " Disp-BuydownCredit
               " - owed by the borrower"
               into ExecReportLine.
           write ExecReportLine.

      * THE QUOTED ADVANCES COME OFF THE SUB-LEDGER NOW. WHATEVER THE
      * LEDGER NO LONGER HOLDS WAS PAID BY THE BORROWER FOR NOTHING -
      * IT RIDES THE VARIANCE INTO THE OVER-REMITTED REFUND
       2200-CollectAdvances.
           move zero to AdvanceCollected.
           move zero to AdvanceShort.
           if QTE-Advances(QuoteSub) = zero
               exit paragraph
           end-if.

           move spaces to ADVANCE-CALL-AREA.
           set ADV-Collect to true.
           move PFD-Account to ADV-Account.
           move PFD-Date to ADV-Date.
           move LogProgramName to ADV-Program.
           move QTE-Advances(QuoteSub) to ADV-Amount.
           call "shared\wrkmodule\ADVLEDGER" using ADVANCE-CALL-AREA
           end-call.
           move ADV-Applied to AdvanceCollected.

           if AdvanceCollected < QTE-Advances(QuoteSub)
               compute AdvanceShort =
                   QTE-Advances(QuoteSub) - AdvanceCollected
               add AdvanceShort to PayoffVariance
               move AdvanceShort to Disp-Advance
               move spaces to ExecReportLine
               string "ADVANCES       " PFD-Account
                   "  quoted advances no longer open "
                   Disp-Advance " - added to the refund"
                   into ExecReportLine
               write ExecReportLine
               string "Payoff " PFD-Account " quoted advances "
                   QTE-Advances(QuoteSub) " ledger collected "
                   AdvanceCollected into msg
               move "WARN " to LogSeverity
               perform 8000-Logs
           end-if.

      * THE EARLIEST OPEN PERIOD BECOMES THE PAYOFF PERIOD AND
      * CARRIES THE REAL BREAKDOWN; LATER OPEN PERIODS CLOSE WITH
      * ZERO DUES - THEY WERE NEVER EARNED, AND ZEROING THEM KEEPS
           move InterestForHistory to PPH-ToInterest.
           move QTE-Principal(QuoteSub) to PPH-ToPrincipal.
           move QTE-Escrow(QuoteSub) to PPH-ToEscrow.
      * the prepayment penalty is a fee the payoff charged
           compute PPH-ToFee = QTE-Fees(QuoteSub) + PenaltyCollected.
           move QTE-LateFees(QuoteSub) to PPH-ToLateFee.
           move AdvanceCollected to PPH-ToAdvance.
           write PostedPaymentRecord.

      * THE LATE-FEE MONEY THE PAYOFF COLLECTED RETIRES THE

      * THE SAME CLOSE-OUT THE POSTING ENGINE RUNS WHEN A FINAL
      * SCHEDULED PAYMENT LANDS: MASTER CLOSED, ESCROW REFUND
      * REPORTED AND QUEUED, LETTER WRITTEN
       3400-CloseOutLoan.
           move PFD-Account to LM-LoanAccount.
           read LoanMasterFile
                       into msg
                   move "ERROR" to LogSeverity
                   perform 8000-Logs
                   move spaces to LM-CompanyCode
                   perform 3750-PostAdvanceCollection
                   perform 3770-PostPenalty
                   perform 3780-ApplyBuydownCredit
                   exit paragraph
           end-read.
           move LoanMasterRecord to AUD-Before.

           perform 3500-EscrowBalance.
           perform 3600-WritePIFLetter.
           perform 3700-PostClosingEntries.
           perform 3750-PostAdvanceCollection.
           perform 3760-AccelerateDeferred.
           perform 3770-PostPenalty.
           perform 3780-ApplyBuydownCredit.

           move "C" to LM-LoanStatus.
           move zero to LM-CurrentBalance.
           rewrite LoanMasterRecord.
           perform 8600-AuditLoan.

           move spaces to ReleaseQueueRecord.
           move PFD-Account to RLQ-Account.
           move PFD-Date to RLQ-PaidDate.
           move LogProgramName to RLQ-Program.
           write ReleaseQueueRecord.

           move EscrowRefundBalance to Disp-EscrowRefund.
           move spaces to ExecReportLine.

           close PIFLetterFile.

      * THE ESCROW LEFT AT CLOSE IS OWED BACK - DR ESCROW LIABILITY,
      * CR REFUNDS PAYABLE, AND A ROW ON THE REFUND QUEUE. THE CHECK
      * (AND THE CASH SIDE) IS REFUND'S
       3700-PostClosingEntries.
           if EscrowRefundBalance <= zero
               exit paragraph
           end-if.

           move spaces to RefundDueRecord.
           move PFD-Account to RFD-Account.
           move "E" to RFD-Source.
           move EscrowRefundBalance to RFD-Amount.
           move TodayDate to RFD-AriseDate.
           write RefundDueRecord.

           move "ESCR" to GLPostType.
           perform 3800-MapGLAccount.
           move LogProgramName to GLW-Source.
           move LM-CompanyCode to GLW-Company.
           write GLWorkRecord.

           move "RFDP" to GLPostType.
           perform 3800-MapGLAccount.
           move LogProgramName to GLW-Source.
           move TodayDate to GLW-Date.
           move LM-CompanyCode to GLW-Company.
           write GLWorkRecord.

      * THE ADVANCES THE PAYOFF COLLECTED COME OFF ADVANCES
      * RECEIVABLE - DR CASH, CR ADVANCES RECEIVABLE
       3750-PostAdvanceCollection.
           if AdvanceCollected = zero
               exit paragraph
           end-if.

           move "CASH" to GLPostType.
           perform 3800-MapGLAccount.
           move LogProgramName to GLW-Source.
           move TodayDate to GLW-Date.
           move PFD-Account to GLW-Account.
           move "DR" to GLW-DRCR.
           move AdvanceCollected to GLW-Amount.
           move LM-CompanyCode to GLW-Company.
           write GLWorkRecord.

           move "ADVR" to GLPostType.
           perform 3800-MapGLAccount.
           move LogProgramName to GLW-Source.
           move TodayDate to GLW-Date.
           move PFD-Account to GLW-Account.
           move "CR" to GLW-DRCR.
           move AdvanceCollected to GLW-Amount.
           move LM-CompanyCode to GLW-Company.
           write GLWorkRecord.

      * WHAT IS LEFT OF A NET DEFERRED FEE COMES OFF THE DEFERRAL INTO
      * INCOME (DR DEFERRED / CR INTEREST INCOME); WHAT IS LEFT OF A
      * NET DEFERRED COST IS WRITTEN BACK AGAINST INCOME (DR INTEREST
      * INCOME / CR DEFERRED)
       3760-AccelerateDeferred.
           move spaces to DFC-SharedRoot.
           set DFC-Accelerate to true.
           move PFD-Account to DFC-Account.
           move TodayDate to DFC-Date.
           move LM-CompanyCode to DFC-Company.
           move LogProgramName to DFC-Program.
           call "shared\wrkmodule\DEFLEDGER" using
               DEFERRED-FEE-CALL-AREA
           end-call.
           if DFC-Amount = zero
               exit paragraph
           end-if.

           if DFC-Amount < zero
               compute DeferredAccelerated = zero - DFC-Amount
               move "DEFF" to GLPostType
           else
               move DFC-Amount to DeferredAccelerated
               move "INT " to GLPostType
           end-if.
           perform 3800-MapGLAccount.
           move LogProgramName to GLW-Source.
           move TodayDate to GLW-Date.
           move PFD-Account to GLW-Account.
           move "DR" to GLW-DRCR.
           move DeferredAccelerated to GLW-Amount.
           move LM-CompanyCode to GLW-Company.
           write GLWorkRecord.

           if DFC-Amount < zero
               move "INT " to GLPostType
           else
               move "DEFF" to GLPostType
           end-if.
           perform 3800-MapGLAccount.
           move LogProgramName to GLW-Source.
           move TodayDate to GLW-Date.
           move PFD-Account to GLW-Account.
           move "CR" to GLW-DRCR.
           move DeferredAccelerated to GLW-Amount.
           move LM-CompanyCode to GLW-Company.
           write GLWorkRecord.

           string "ACCELERATED " PFD-Account
               " net deferred fees/costs " DFC-Deferred
               " at payoff" into msg.
           perform 8000-Logs.

      * THE PENALTY THE PAYOFF COLLECTED IS INCOME - DR CASH, CR
      * PREPAYMENT PENALTY INCOME. THE LOAN'S TERMS ARE CLOSED EITHER
      * WAY - COLLECTED, OR WAIVED WITH THE FORGIVEN AMOUNT KEPT
       3770-PostPenalty.
           if PrepayPenOpen
               move PFD-Account to PPN-Account
               read PrepayPenaltyFile
                   invalid key
                       continue
                   not invalid key
                       if PPN-Active
                           move "C" to PPN-Status
                           if PenaltyCollected > zero
                               move PenaltyCollected to
                                   PPN-LastPenalty
                           end-if
                           rewrite PrepayPenaltyRecord
                       end-if
               end-read
           end-if.
           if PenaltyCollected = zero
               exit paragraph
           end-if.

           add PenaltyCollected to PenaltyTotal.

           move "CASH" to GLPostType.
           perform 3800-MapGLAccount.
           move LogProgramName to GLW-Source.
           move TodayDate to GLW-Date.
           move PFD-Account to GLW-Account.
           move "DR" to GLW-DRCR.
           move PenaltyCollected to GLW-Amount.
           move LM-CompanyCode to GLW-Company.
           write GLWorkRecord.

           move "PPEN" to GLPostType.
           perform 3800-MapGLAccount.
           move LogProgramName to GLW-Source.
           move TodayDate to GLW-Date.
           move PFD-Account to GLW-Account.
           move "CR" to GLW-DRCR.
           move PenaltyCollected to GLW-Amount.
           move LM-CompanyCode to GLW-Company.
           write GLWorkRecord.

           move PenaltyCollected to Disp-Penalty.
           move spaces to ExecReportLine.
           string "               " PFD-Account
               "  prepayment penalty collected " Disp-Penalty
               into ExecReportLine.
           write ExecReportLine.

           string "PENALTY " PFD-Account " prepayment penalty "
               PenaltyCollected " collected at payoff" into msg.
           perform 8000-Logs.

      * THE SUBSIDY CREDITED ON THE QUOTE PAYS THAT MUCH OF THE LOAN
      * OFF - IT LEAVES THE SUBSIDY LIABILITY FOR THE RECEIVABLE. WHAT
      * THE BALANCE HOLDS BEYOND IT BUYDMAINT SETTLES ON ITS NEXT RUN
       3780-ApplyBuydownCredit.
           if BuydownApplied = zero
               exit paragraph
           end-if.
           move PFD-Account to BDN-Account.
           read BuydownFile
               invalid key
                   exit paragraph
           end-read.
           subtract BuydownApplied from BDN-Balance.
           move "C" to BDN-SettleType.
           move TodayDate to BDN-SettleDate.
           move BuydownApplied to BDN-SettleAmount.
           if BDN-Balance = zero
               move "P" to BDN-Status
           end-if.
           rewrite BuydownRecord.
           add BuydownApplied to BuydownCreditTotal.

           move BDN-Account to BDL-Account.
           move TodayDate to BDL-Date.
           set BDL-Credit to true.
           move zero to BDL-Period.
           move BuydownApplied to BDL-Amount.
           move BDN-Balance to BDL-Balance.
           move LogProgramName to BDL-Source.
           write BuydownLedgerRecord.

           move "BSUB" to GLPostType.
           perform 3800-MapGLAccount.
           move LogProgramName to GLW-Source.
           move TodayDate to GLW-Date.
           move PFD-Account to GLW-Account.
           move "DR" to GLW-DRCR.
           move BuydownApplied to GLW-Amount.
           move LM-CompanyCode to GLW-Company.
           write GLWorkRecord.

           move "PRIN" to GLPostType.
           perform 3800-MapGLAccount.
           move LogProgramName to GLW-Source.
           move TodayDate to GLW-Date.
           move PFD-Account to GLW-Account.
           move "CR" to GLW-DRCR.
           move BuydownApplied to GLW-Amount.
           move LM-CompanyCode to GLW-Company.
           write GLWorkRecord.

           move BuydownApplied to Disp-BuydownCredit.
           move spaces to ExecReportLine.
           string "               " PFD-Account
               "  buydown subsidy credited " Disp-BuydownCredit
               into ExecReportLine.
           write ExecReportLine.

           string "BUYDOWN " PFD-Account " subsidy "
               BuydownApplied " credited at payoff" into msg.
           perform 8000-Logs.

       3800-MapGLAccount.
           move spaces to GLW-AcctNo.
           move 1 to ChartSub.
                   move "Cash" to GLW-AcctName
               when "ESCR"
                   move "Escrow Liability" to GLW-AcctName
               when "RFDP"
                   move "Refunds Payable" to GLW-AcctName
               when "ADVR"
                   move "Advances Receivable" to GLW-AcctName
               when "DEFF"
                   move "Net Deferred Loan Fees" to GLW-AcctName
               when "INT "
                   move "Interest Income" to GLW-AcctName
               when "PPEN"
                   move "Prepay Penalty Income" to GLW-AcctName
               when "BSUB"
                   move "Buydown Subsidy Liab" to GLW-AcctName
               when "PRIN"
                   move "Loan Receivable" to GLW-AcctName
           end-evaluate.

       5000-RewriteStatus.
               move QTE-Total(QuoteSub) to PQR-Total
               move QTE-PerDiem(QuoteSub) to PQR-PerDiem
               move QTE-Status(QuoteSub) to PQR-Status
               move QTE-Advances(QuoteSub) to PQR-Advances
               move QTE-Penalty(QuoteSub) to PQR-Penalty
               move QTE-BuydownCredit(QuoteSub) to PQR-BuydownCredit
               write PayoffQuoteRecord
               add 1 to QuoteSub
           end-perform.
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

       9000-CloseLog.
           move "C" to LogAction.
           call "shared\wrkmodule\LOGGER" using
                   LogAction
           end-call.

           set AUD-ActionClose to true.
           call "shared\wrkmodule\AUDITLOG" using AUDIT-CALL-AREA
           end-call.

       end program PAYOFFEXEC.
