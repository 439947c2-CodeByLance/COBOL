      * every engine reads the same parameters instead of each run     *
      * re-keying its own loans.txt. Every action, applied or          *
      * rejected, is logged through the shared LOGGER and written to   *
      * a maintenance register for the day's audit trail. The trailing *
      * product type (A or blank amortizing, S simple interest, C      *
      * construction) picks how interest is earned on the loan.        *
      * Two more trailing fields on an add carry the origination fees  *
      * collected and the direct costs paid: the net is not income or  *
      * expense today but is booked to the deferred fee and cost       *
      * sub-ledger (wrkmodule/DEFLEDGER) and to net deferred loan fees *
      * on shared\data\glwork.txt against cash, through the chart-of-  *
      * accounts mapping, for DEFAMORT to recognize by level yield.    *
      * Two more after those make the loan a graduated-payment loan:   *
      * an annual step percent and the number of step years. They are  *
      * kept on shared\data\gradpay.dat, where AC365AMSCH picks them   *
      * up to solve the starting payment; a change row without them    *
      * takes the loan back to a level payment. Graduated terms are    *
      * refused on an interest-only, index-driven ARM or simple-       *
      * interest loan.                                                 *
      * Day-count method 7 boards a Rule of 78s precomputed-interest   *
      * loan - level payments with the whole finance charge fixed at   *
      * origination. It is refused past 61 months and on an interest-  *
      * only, index-driven ARM, simple-interest or graduated loan.     *
      * Product type C boards a construction loan: the amount is the   *
      * commitment, the rate and term are the construction terms, and  *
      * the balance starts at zero - it grows only as CONSCYCLE funds  *
      * inspected draws. Graduated and Rule of 78s terms are refused   *
      * on it; the permanent terms are set up through CONSMAINT. A     *
      * change row may not move a loan to or from product C, nor       *
      * change the commitment of a construction loan still being       *
      * built - CONSMAINT and CONSCYCLE own those.                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. LOANMAINT.
                   record key is LM-LoanAccount
                   file status is LoanMasterStatus.

               select GradPayFile ASSIGN TO
                   "shared\data\gradpay.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is GPM-Account
                   file status is GradPayStatus.

               select ConstrLoanFile ASSIGN TO
                   "shared\data\constrloan.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is CN-Account
                   file status is ConstrLoanStatus.

               select MaintReportFile ASSIGN TO
                   "LoanMaster\maintreport.txt"
                   organization is line sequential.

               select optional GLWorkFile ASSIGN TO
                   "shared\data\glwork.txt"
                   organization is line sequential.

               select optional ChartOfAccountsFile ASSIGN TO
                   "shared\data\chartofaccounts.txt"
                   organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD  MaintFile.
               05  MaintIndexCodeIn     PIC X(6).
               05  MaintMarginIn        PIC 99V99.
               05  MaintResetFreqIn     PIC 999.
               05  MaintProductIn       PIC X.
               05  MaintOrigFeeIn       PIC 9(6)V99.
               05  MaintOrigCostIn      PIC 9(6)V99.
               05  MaintGradPctIn       PIC 99V99.
               05  MaintGradYearsIn     PIC 99.

       FD  LoanMasterFile.
           copy "../shared/copybooks/loanmaster.cpy".

       FD  GradPayFile.
           copy "../shared/copybooks/gradpay.cpy".

       FD  ConstrLoanFile.
           copy "../shared/copybooks/constrloan.cpy".

       FD  MaintReportFile.
           01 MaintReportLine           PIC X(120).

       FD  GLWorkFile.
           copy "../shared/copybooks/glwork.cpy".

       FD  ChartOfAccountsFile.
           01 ChartOfAccountsRecord.
               05  COA-PostTypeIn       PIC X(4).
               05  COA-AcctNoIn         PIC X(8).
               05  COA-AcctNameIn       PIC X(24).

       working-storage section.
       01  LoanMasterStatus            PIC XX value spaces.
       01  eof-maint-file              PIC X value "N".
       01  MaintAppliedCount           PIC 9(4) value zero.
       01  MaintRejectedCount          PIC 9(4) value zero.

       01  CHART-OF-ACCOUNTS.
           05  ChartEntry occurs 50 times.
               10  COA-PostType        PIC X(4).
               10  COA-AcctNo          PIC X(8).
               10  COA-AcctName        PIC X(24).
       01  ChartCount                  PIC 99 value zero.
       01  ChartSub                    PIC 99 value zero.
       01  GLPostType                  PIC X(4) value spaces.
       01  MappedAcctNo                PIC X(8) value spaces.
       01  MappedAcctName              PIC X(24) value spaces.
       01  eof-chart-file              PIC X value "N".
           88  eof-chart               value "Y".
       01  OrigFee                     PIC 9(6)V99 value zero.
       01  OrigCost                    PIC 9(6)V99 value zero.
       01  GradPayStatus               PIC XX value spaces.
       01  ConstrLoanStatus            PIC XX value spaces.
       01  ConstrLoanOpenFlag          PIC X value "N".
           88  ConstrLoanOpen          value "Y".
       01  ChangeProduct               PIC X value space.
       01  GradPct                     PIC 99V99 value zero.
       01  GradYears                   PIC 99 value zero.
       01  GradTermsFlag               PIC X value "N".
           88  GradRequested           value "Y".
       01  TermsCheckFlag              PIC X value "N".
           88  TermsBad                value "Y".
       01  TermsRejectReason           PIC X(50) value spaces.

       copy "../shared/copybooks/deffcall.cpy".

       copy "../shared/copybooks/auditcall.cpy".

       01  msg                         PIC X(150) value spaces.
       01  LogSeverity                 PIC X(5) value spaces.
       01  SharedLogFilePath           PIC X(60) value
               open i-o LoanMasterFile
           end-if.

           open i-o GradPayFile.
           if GradPayStatus = "35"
      * first graduated loan ever boarded - create the terms file
               open output GradPayFile
               close GradPayFile
               open i-o GradPayFile
           end-if.

      * no construction terms file means no construction loan yet
           open input ConstrLoanFile.
           if ConstrLoanStatus = "00"
               set ConstrLoanOpen to true
           end-if.

           open output MaintReportFile.
           perform 0500-LoadChartOfAccounts.

           open input MaintFile.
           read MaintFile

           close MaintFile.
           close LoanMasterFile.
           close GradPayFile.
           if ConstrLoanOpen
               close ConstrLoanFile
           end-if.

           move spaces to MaintReportLine.
           string "Applied " MaintAppliedCount
                  " Rejected " MaintRejectedCount into msg.
           perform 8000-Logs.

           set AUD-ActionClose to true.
           call "shared\wrkmodule\AUDITLOG" using AUDIT-CALL-AREA
           end-call.

           move "C" to LogAction.
           call "shared\wrkmodule\LOGGER" using
                   SharedLogFilePath,

           stop run.

       0500-LoadChartOfAccounts.
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

       0600-MapGLAccount.
           move spaces to MappedAcctNo.
           move 1 to ChartSub.
           perform until ChartSub > ChartCount
               if COA-PostType(ChartSub) = GLPostType
                   move COA-AcctNo(ChartSub) to MappedAcctNo
                   move COA-AcctName(ChartSub) to MappedAcctName
                   exit paragraph
               end-if
               add 1 to ChartSub
           end-perform.
           evaluate GLPostType
               when "DEFF"
                   move "Net Deferred Loan Fees" to MappedAcctName
               when "CASH"
                   move "Cash" to MappedAcctName
           end-evaluate.

       1000-AddLoan.
           move MaintAccountIn to LM-LoanAccount.
           read LoanMasterFile
               invalid key
                   perform 1400-CheckGradTerms
                   perform 1450-CheckRule78Terms
                   if TermsBad
                       add 1 to MaintRejectedCount
                       string "REJECTED. Add for account "
                           MaintAccountIn " - " TermsRejectReason
                           into msg
                       move "ERROR" to LogSeverity
                       perform 8000-Logs
                   else
                   move spaces to AUD-Before
                   perform 1500-MoveMaintFields
                   move MaintAmountIn to LM-CurrentBalance
      * a construction loan's amount is a commitment - nothing is owed
      * until the first draw is funded
                   if LM-Construction
                       move zero to LM-CurrentBalance
                   end-if
                   move "A" to LM-LoanStatus
                   write LoanMasterRecord
                   perform 8600-AuditLoan
                   perform 1600-DeferOrigination
                   perform 1700-SaveGradTerms
                   add 1 to MaintAppliedCount
                   string "ADDED " MaintAccountIn
                       " amount " MaintAmountIn
                       " rate " MaintRateIn
                       " term " MaintTermIn into msg
                   perform 8000-Logs
                   end-if
               not invalid key
                   add 1 to MaintRejectedCount
                   string "REJECTED. Add for account " MaintAccountIn
                   move "ERROR" to LogSeverity
                   perform 8000-Logs
               not invalid key
                   perform 1400-CheckGradTerms
                   perform 1450-CheckRule78Terms
                   perform 1480-CheckConstructionChange
                   if TermsBad
                       add 1 to MaintRejectedCount
                       string "REJECTED. Change for account "
                           MaintAccountIn " - " TermsRejectReason
                           into msg
                       move "ERROR" to LogSeverity
                       perform 8000-Logs
                   else
                   move LoanMasterRecord to AUD-Before
                   perform 1500-MoveMaintFields
                   rewrite LoanMasterRecord
                   perform 8600-AuditLoan
                   perform 1700-SaveGradTerms
                   add 1 to MaintAppliedCount
                   string "CHANGED " MaintAccountIn
                       " amount " MaintAmountIn
                       " rate " MaintRateIn
                       " term " MaintTermIn into msg
                   perform 8000-Logs
                   end-if
           end-read.
           perform 8500-Register.

                   move "ERROR" to LogSeverity
                   perform 8000-Logs
               not invalid key
                   move LoanMasterRecord to AUD-Before
                   move "C" to LM-LoanStatus
                   rewrite LoanMasterRecord
                   perform 8600-AuditLoan
                   add 1 to MaintAppliedCount
                   string "CLOSED " MaintAccountIn into msg
                   perform 8000-Logs
           end-read.
           perform 8500-Register.

      * FEES COLLECTED AT CLOSING ARE DEFERRED, NOT INCOME - DR CASH /
      * CR NET DEFERRED LOAN FEES; DIRECT COSTS PAID ARE DEFERRED, NOT
      * EXPENSE - DR NET DEFERRED LOAN FEES / CR CASH. AN OLDER ROW
      * WITHOUT THE TRAILING FIELDS DEFERS NOTHING.
       1600-DeferOrigination.
           move zero to OrigFee.
           move zero to OrigCost.
           if MaintOrigFeeIn numeric
               move MaintOrigFeeIn to OrigFee
           end-if.
           if MaintOrigCostIn numeric
               move MaintOrigCostIn to OrigCost
           end-if.
           if OrigFee = zero and OrigCost = zero
               exit paragraph
           end-if.

           move spaces to DFC-SharedRoot.
           set DFC-Book to true.
           move MaintAccountIn to DFC-Account.
           move MaintDateIn to DFC-Date.
           move LM-CompanyCode to DFC-Company.
           move LogProgramName to DFC-Program.
           move OrigFee to DFC-Fees.
           move OrigCost to DFC-Costs.
           call "shared\wrkmodule\DEFLEDGER" using
               DEFERRED-FEE-CALL-AREA
           end-call.

           open extend GLWorkFile.
           move spaces to GLWorkRecord.
           move LogProgramName to GLW-Source.
           move MaintDateIn to GLW-Date.
           move MaintAccountIn to GLW-Account.
           move LM-CompanyCode to GLW-Company.
           if OrigFee > zero
               move OrigFee to GLW-Amount
               move "CASH" to GLPostType
               perform 0600-MapGLAccount
               move MappedAcctNo to GLW-AcctNo
               move MappedAcctName to GLW-AcctName
               move "DR" to GLW-DRCR
               write GLWorkRecord
               move "DEFF" to GLPostType
               perform 0600-MapGLAccount
               move MappedAcctNo to GLW-AcctNo
               move MappedAcctName to GLW-AcctName
               move "CR" to GLW-DRCR
               write GLWorkRecord
           end-if.
           if OrigCost > zero
               move OrigCost to GLW-Amount
               move "DEFF" to GLPostType
               perform 0600-MapGLAccount
               move MappedAcctNo to GLW-AcctNo
               move MappedAcctName to GLW-AcctName
               move "DR" to GLW-DRCR
               write GLWorkRecord
               move "CASH" to GLPostType
               perform 0600-MapGLAccount
               move MappedAcctNo to GLW-AcctNo
               move MappedAcctName to GLW-AcctName
               move "CR" to GLW-DRCR
               write GLWorkRecord
           end-if.
           close GLWorkFile.

           string "DEFERRED " MaintAccountIn
               " origination fees " OrigFee
               " direct costs " OrigCost
               " net " DFC-Amount into msg.
           perform 8000-Logs.

      * GRADUATED PAYMENT TERMS RIDE ON THE END OF AN ADD OR CHANGE -
      * BOTH THE STEP PERCENT AND THE STEP YEARS, OR NEITHER. THE
      * PAYMENT HAS TO LEVEL OFF BEFORE MATURITY, AND A LOAN WHOSE
      * PAYMENT IS ALREADY SHAPED BY INTEREST-ONLY MONTHS, AN INDEX
      * OR DAILY SIMPLE INTEREST CANNOT ALSO GRADUATE
       1400-CheckGradTerms.
           move "N" to GradTermsFlag.
           move "N" to TermsCheckFlag.
           move spaces to TermsRejectReason.
           move zero to GradPct.
           move zero to GradYears.
           if MaintGradPctIn numeric
               move MaintGradPctIn to GradPct
           end-if.
           if MaintGradYearsIn numeric
               move MaintGradYearsIn to GradYears
           end-if.
           if GradPct = zero and GradYears = zero
               exit paragraph
           end-if.

           set GradRequested to true.
           evaluate true
               when GradPct = zero or GradYears = zero
                   move "GRADUATED TERMS NEED STEP PERCENT AND YEARS"
                       to TermsRejectReason
               when GradPct > 15.00
                   move "GRADUATED STEP PERCENT OVER 15.00"
                       to TermsRejectReason
               when GradYears > 10
                   move "GRADUATED STEP YEARS OVER 10"
                       to TermsRejectReason
               when GradYears * 12 >= MaintTermIn
                   move "GRADUATED STEPS RUN PAST THE TERM"
                       to TermsRejectReason
               when MaintIOMonthsIn numeric
                   and MaintIOMonthsIn > zero
                   move "GRADUATED TERMS ON AN INTEREST-ONLY LOAN"
                       to TermsRejectReason
               when MaintIndexCodeIn not = spaces
                   move "GRADUATED TERMS ON AN INDEX-DRIVEN ARM"
                       to TermsRejectReason
               when MaintProductIn = "S"
                   move "GRADUATED TERMS ON A SIMPLE-INTEREST LOAN"
                       to TermsRejectReason
               when MaintProductIn = "C"
                   move "GRADUATED TERMS ON A CONSTRUCTION LOAN"
                       to TermsRejectReason
           end-evaluate.
           if TermsRejectReason not = spaces
               set TermsBad to true
           end-if.

      * RULE OF 78S (METHOD 7) IS A PRECOMPUTED CONTRACT: LEVEL
      * PAYMENTS WITH THE WHOLE CHARGE FIXED AT ORIGINATION. IT IS NOT
      * ALLOWED PAST 61 MONTHS, AND NOTHING THAT REPRICES OR RESHAPES
      * THE PAYMENTS CAN RIDE ON IT.
       1450-CheckRule78Terms.
           if TermsBad or MaintMethodIn not = "7"
               exit paragraph
           end-if.
           evaluate true
               when MaintTermIn > 61
                   move "RULE OF 78S ON A TERM OVER 61 MONTHS"
                       to TermsRejectReason
               when MaintIOMonthsIn numeric
                   and MaintIOMonthsIn > zero
                   move "RULE OF 78S ON AN INTEREST-ONLY LOAN"
                       to TermsRejectReason
               when MaintIndexCodeIn not = spaces
                   move "RULE OF 78S ON AN INDEX-DRIVEN ARM"
                       to TermsRejectReason
               when MaintProductIn = "S"
                   move "RULE OF 78S ON A SIMPLE-INTEREST LOAN"
                       to TermsRejectReason
               when MaintProductIn = "C"
                   move "RULE OF 78S ON A CONSTRUCTION LOAN"
                       to TermsRejectReason
               when GradRequested
                   move "RULE OF 78S WITH GRADUATED TERMS"
                       to TermsRejectReason
           end-evaluate.
           if TermsRejectReason not = spaces
               set TermsBad to true
           end-if.

      * A CHANGE ROW CANNOT MAKE A LOAN A CONSTRUCTION LOAN OR TAKE ONE
      * OUT OF IT - CONVERSION IS CONSCYCLE'S - AND CANNOT MOVE THE
      * COMMITMENT OF ONE STILL BEING BUILT, WHICH CONSMAINT KEEPS IN
      * STEP WITH ITS BUDGET. THE LOAN MASTER RECORD IS THE ONE ON FILE.
       1480-CheckConstructionChange.
           if TermsBad
               exit paragraph
           end-if.
           move MaintProductIn to ChangeProduct.
           if ChangeProduct = space
               move "A" to ChangeProduct
           end-if.
           if LM-Construction and ChangeProduct not = "C"
               move "PRODUCT C CANNOT BE CHANGED - CONSCYCLE CONVERTS"
                   to TermsRejectReason
               set TermsBad to true
               exit paragraph
           end-if.
           if ChangeProduct = "C" and not LM-Construction
               move "PRODUCT C IS SET ONLY WHEN THE LOAN IS ADDED"
                   to TermsRejectReason
               set TermsBad to true
               exit paragraph
           end-if.
           if MaintAmountIn = LM-LoanAmount or not ConstrLoanOpen
               exit paragraph
           end-if.
           move MaintAccountIn to CN-Account.
           read ConstrLoanFile
               invalid key
                   exit paragraph
           end-read.
           if CN-UnderConstruction
               move "CONSTRUCTION COMMITMENT IS CHANGED BY CONSMAINT"
                   to TermsRejectReason
               set TermsBad to true
           end-if.

      * THE TERMS FILE FOLLOWS THE LATEST ADD OR CHANGE - A CHANGE
      * WITHOUT GRADUATED FIELDS PUTS THE LOAN BACK ON A LEVEL PAYMENT
       1700-SaveGradTerms.
           move MaintAccountIn to GPM-Account.
           read GradPayFile
               invalid key
                   if GradRequested
                       move spaces to GradPayRecord
                       move MaintAccountIn to GPM-Account
                       move GradPct to GPM-StepPct
                       move GradYears to GPM-StepYears
                       write GradPayRecord
                       string "GRADUATED " MaintAccountIn
                           " step " GradPct "% for " GradYears
                           " year(s)" into msg
                       perform 8000-Logs
                   end-if
               not invalid key
                   if GradRequested
                       move GradPct to GPM-StepPct
                       move GradYears to GPM-StepYears
                       rewrite GradPayRecord
                       string "GRADUATED " MaintAccountIn
                           " step " GradPct "% for " GradYears
                           " year(s)" into msg
                       perform 8000-Logs
                   else
                       delete GradPayFile record
                       string "GRADUATED TERMS REMOVED " MaintAccountIn
                           " - back to a level payment" into msg
                       perform 8000-Logs
                   end-if
           end-read.

       1500-MoveMaintFields.
           move MaintAccountIn to LM-LoanAccount.
           move MaintAmountIn to LM-LoanAmount.
           move MaintIndexCodeIn to LM-IndexCode.
           move MaintMarginIn to LM-Margin.
           move MaintResetFreqIn to LM-ResetFreq.
           move MaintProductIn to LM-ProductType.
           if LM-ProductType = space
               move "A" to LM-ProductType
           end-if.

       8000-Logs.
           if LogSeverity = spaces
                  into MaintReportLine.
           write MaintReportLine.

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

       end program LOANMAINT.
