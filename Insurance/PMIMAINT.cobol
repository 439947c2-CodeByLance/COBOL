      ******************************************************************
      * Mortgage insurance (PMI) maintenance and monthly review - the  *
      * premium stops being just a number inside LM-FeeAmount. Applies *
      * actions from Insurance\pmimaint.txt (A add the insurer,        *
      * certificate number and monthly premium for a loan; C change    *
      * them; R record the borrower's request to cancel) to the keyed  *
      * terms file shared\data\mortins.dat, then reviews every loan    *
      * still insured: the scheduled balance as of today off           *
      * shared\data\schedules.txt over the original property value on  *
      * the collateral master is the LTV. At 80% the borrower is sent  *
      * a letter that coverage can be dropped on request; a request on *
      * file is honored at 80% once the loan is current. At 78% the    *
      * coverage is cancelled automatically as soon as nothing is past *
      * due on shared\data\paymentstatus.txt. A cancellation takes the *
      * premium out of LM-FeeAmount, queues the loan on                *
      * shared\data\staleloans.txt so the schedule engines drop the    *
      * premium from the future rows, refunds the premium already      *
      * collected on periods paid ahead (DR premium payable / CR cash  *
      * to shared\data\glwork.txt through the chart-of-accounts        *
      * mapping) and writes the cancellation letter off the borrower   *
      * master. Actions and the review go to Insurance\pmireport.txt   *
      * and through LOGGER.                                            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. PMIMAINT.

       ENVIRONMENT DIVISION.
       input-output section.
           file-control.
               select optional MaintFile ASSIGN TO
                   "Insurance\pmimaint.txt"
                   organization is line sequential.

               select MortInsFile ASSIGN TO
                   "shared\data\mortins.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is MI-Account
                   file status is MortInsStatus.

               select LoanMasterFile ASSIGN TO
                   "shared\data\loanmaster.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is LM-LoanAccount
                   file status is LoanMasterStatus.

               select CollateralFile ASSIGN TO
                   "shared\data\collateral.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is CL-Account
                   file status is CollateralStatus.

               select optional ScheduleFile ASSIGN TO
                   "shared\data\schedules.txt"
                   organization is line sequential.

               select optional PaymentStatusFile ASSIGN TO
                   "shared\data\paymentstatus.txt"
                   organization is line sequential.

               select optional StaleLoanFile ASSIGN TO
                   "shared\data\staleloans.txt"
                   organization is line sequential.

               select BorrowerMasterFile ASSIGN TO
                   "shared\data\borrowers.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is BW-Account
                   file status is BorrowerMasterStatus.

               select optional AddressResearchFile ASSIGN TO
                   "Statements\addressresearch.txt"
                   organization is line sequential.

               select optional ChartOfAccountsFile ASSIGN TO
                   "shared\data\chartofaccounts.txt"
                   organization is line sequential.

               select optional GLWorkFile ASSIGN TO
                   "shared\data\glwork.txt"
                   organization is line sequential.

               select PmiLetterFile ASSIGN TO
                   DYNAMIC PmiLetterName
                   organization is line sequential.

               select PmiReportFile ASSIGN TO
                   "Insurance\pmireport.txt"
                   organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD  MaintFile.
           01 MaintRecordIn.
               05  MaintActionIn        PIC X.
                   88  Maint-Add        value "A".
                   88  Maint-Change     value "C".
                   88  Maint-Request    value "R".
               05  MaintAccountIn       PIC X(10).
               05  MaintInsurerIn       PIC X(20).
               05  MaintCertificateIn   PIC X(15).
               05  MaintPremiumIn       PIC 9(4)V99.

       FD  MortInsFile.
           copy "../shared/copybooks/mortins.cpy".

       FD  LoanMasterFile.
           copy "../shared/copybooks/loanmaster.cpy".

       FD  CollateralFile.
           copy "../shared/copybooks/collateral.cpy".

       FD  ScheduleFile.
           copy "../shared/copybooks/schedrec.cpy".

       FD  PaymentStatusFile.
           copy "../shared/copybooks/paystatus.cpy".

       FD  StaleLoanFile.
           01 StaleLoanRecord.
               05  STL-Account      PIC X(10).
               05  STL-Reason       PIC X(20).

       FD  BorrowerMasterFile.
           copy "../shared/copybooks/borrower.cpy".

       FD  AddressResearchFile.
           01 AddressResearchRecord.
               05  ARX-Account      PIC X(10).
               05  FILLER           PIC X.
               05  ARX-Program      PIC X(14).
               05  FILLER           PIC X.
               05  ARX-Date         PIC X(10).
               05  FILLER           PIC X.
               05  ARX-Reason       PIC X(30).

       FD  ChartOfAccountsFile.
           01 ChartOfAccountsRecord.
               05  COA-PostTypeIn   PIC X(4).
               05  COA-AcctNoIn     PIC X(8).
               05  COA-AcctNameIn   PIC X(24).

       FD  GLWorkFile.
           copy "../shared/copybooks/glwork.cpy".

       FD  PmiLetterFile.
           01 PmiLetterLine         PIC X(90).

       FD  PmiReportFile.
           01 PmiReportLine         PIC X(120).

       working-storage section.
      * ONE ENTRY PER LOAN STILL INSURED - FILLED FROM THE TERMS FILE,
      * THEN FROM ONE PASS EACH OF THE SCHEDULE EXPORT AND THE PAYMENT
      * STATUS FILE, SO THE REVIEW NEVER RE-READS EITHER PER LOAN
       01  INSURED-TABLE.
           05  InsuredEntry occurs 2000 times.
               10  INL-Account      PIC X(10).
               10  INL-Premium      PIC 9(4)V99.
               10  INL-SchedPeriod  PIC 9(4).
               10  INL-SchedBalance PIC 9(7)V99.
               10  INL-PastDue      PIC 9(4).
               10  INL-PaidAhead    PIC 9(4).
               10  INL-Unearned     PIC 9(6)V99.
       01  InsuredCount             PIC 9(4) value zero.
       01  InsuredSub               PIC 9(4) value zero.
       01  InsuredFoundFlag         PIC X value "N".
           88  InsuredFound         value "Y".
       01  InsuredKey               PIC X(10) value spaces.

       01  CHART-OF-ACCOUNTS.
           05  ChartEntry occurs 50 times.
               10  COA-PostType     PIC X(4).
               10  COA-AcctNo       PIC X(8).
               10  COA-AcctName     PIC X(24).
       01  ChartCount               PIC 99 value zero.
       01  ChartSub                 PIC 99 value zero.
       01  GLPostType               PIC X(4) value spaces.

       01  MortInsStatus            PIC XX value spaces.
       01  LoanMasterStatus         PIC XX value spaces.
       01  CollateralStatus         PIC XX value spaces.
       01  BorrowerMasterStatus     PIC XX value spaces.

       01  eof-maint-file           PIC X value "N".
           88  eof-maint            value "Y".
       01  eof-mortins-file         PIC X value "N".
           88  eof-mortins          value "Y".
       01  eof-schedule-file        PIC X value "N".
           88  eof-schedule         value "Y".
       01  eof-status-file          PIC X value "N".
           88  eof-status           value "Y".
       01  eof-chart-file           PIC X value "N".
           88  eof-chart            value "Y".

       01  CollateralOpenFlag       PIC X value "N".
           88  CollateralOpen       value "Y".
       01  BorrowerMasterOpenFlag   PIC X value "N".
           88  BorrowerMasterOpen   value "Y".
       01  BorrowerFoundFlag        PIC X value "N".
           88  BorrowerFound        value "Y".

       01  MaintAppliedCount        PIC 9(4) value zero.
       01  MaintRejectedCount       PIC 9(4) value zero.
       01  LoansReviewed            PIC 9(4) value zero.
       01  NoticesSent              PIC 9(4) value zero.
       01  AutoCancelled            PIC 9(4) value zero.
       01  RequestCancelled         PIC 9(4) value zero.
       01  HeldNotCurrent           PIC 9(4) value zero.
       01  NoValueSkipped           PIC 9(4) value zero.
       01  LettersWritten           PIC 9(4) value zero.
       01  BadAddressSkipped        PIC 9(4) value zero.
       01  TotalRefunds             PIC 9(8)V99 value zero.

      * HOMEOWNERS PROTECTION ACT THRESHOLDS ON THE ORIGINAL VALUE
       01  RequestLtv               PIC 999V99 value 80.00.
       01  AutoCancelLtv            PIC 999V99 value 78.00.

       01  LoanLtv                  PIC 9(4)V99 value zero.
       01  ScheduledBalance         PIC 9(7)V99 value zero.
       01  RefundAmount             PIC 9(6)V99 value zero.
       01  PremiumPart              PIC 9(4)V99 value zero.
       01  CancelReason             PIC X(30) value spaces.

       01  WORK-DATE.
           05 WORK-MONTH            PIC 9(2).
           05                       PIC X.
           05 WORK-DAY              PIC 9(2).
           05                       PIC X.
           05 WORK-YEAR             PIC 9(4).
       01  DATE-YYYYMMDD.
           05 DY-Year               PIC 9(4).
           05 DY-Month              PIC 9(2).
           05 DY-Day                PIC 9(2).
       01  DATE-YYYYMMDD-N redefines DATE-YYYYMMDD PIC 9(8).
       01  DateInteger              PIC 9(7) value zero.
       01  TodayInteger             PIC 9(7) value zero.

       01  PmiLetterName            PIC X(60) value spaces.
       01  LetterDirPath            PIC X(30) value
               "Insurance/letters".
       01  Disp-Amount              PIC $$$,$$9.99.
       01  Disp-Balance             PIC $$,$$$,$$9.99.
       01  Disp-Value               PIC $$$,$$$,$$9.99.
       01  Disp-Ltv                 PIC ZZZ9.99.
       01  Disp-Total               PIC $$$,$$$,$$9.99.

       01  TodayDate                PIC X(10) value spaces.

       01  CURRENT-DATE-AND-TIME.
           05 CDT-Year              PIC 9(4).
           05 CDT-Month             PIC 9(2).
           05 CDT-Day               PIC 9(2).
           05 FILLER                PIC X(13).

       copy "../shared/copybooks/auditcall.cpy".

       01  msg                      PIC X(150) value spaces.
       01  LogSeverity              PIC X(5) value spaces.
       01  SharedLogFilePath        PIC X(60) value
               "shared\logs\activity.log".
       01  LogProgramName           PIC X(14) value "PMIMAINT".
       01  LogAction                PIC X value "W".
           88  LogActionClose       value "C".

       PROCEDURE DIVISION.
       0000-MainDriver.
           move function CURRENT-DATE to CURRENT-DATE-AND-TIME.
           move spaces to TodayDate.
           string CDT-Month "/" CDT-Day "/" CDT-Year into TodayDate.
           move CDT-Year to DY-Year.
           move CDT-Month to DY-Month.
           move CDT-Day to DY-Day.
           compute TodayInteger =
               function integer-of-date(DATE-YYYYMMDD-N).

           open i-o LoanMasterFile.
           if LoanMasterStatus not = "00"
               string "No loan master at shared\data\loanmaster.dat"
                   " status " LoanMasterStatus into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
               display "PMIMAINT - no loan master, status "
                   LoanMasterStatus
               perform 9000-CloseLog
               stop run
           end-if.

           open i-o MortInsFile.
           if MortInsStatus = "35"
      * first ever run - no terms file on disk yet, create an empty one
               open output MortInsFile
               close MortInsFile
               open i-o MortInsFile
           end-if.

           open output PmiReportFile.
           move spaces to PmiReportLine.
           string "MORTGAGE INSURANCE REGISTER   Run " TodayDate
               into PmiReportLine.
           write PmiReportLine.
           move spaces to PmiReportLine.
           write PmiReportLine.

           open input MaintFile.
           read MaintFile
               at end set eof-maint to true
           end-read.
           perform until eof-maint
               evaluate true
                   when Maint-Add
                       perform 2000-AddTerms
                   when Maint-Change
                       perform 2100-ChangeTerms
                   when Maint-Request
                       perform 2200-RecordRequest
                   when other
                       add 1 to MaintRejectedCount
                       string "REJECTED. Unknown PMI action "
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

           perform 1000-LoadInsured.
           perform 1100-LoadScheduledBalances.
           perform 1200-LoadPaymentStatus.
           perform 1300-LoadChart.

           open input CollateralFile.
           if CollateralStatus = "00"
               set CollateralOpen to true
           else
               string "No collateral master at "
                   "shared\data\collateral.dat status "
                   CollateralStatus
                   " - no insured loan can be measured" into msg
               move "WARN " to LogSeverity
               perform 8000-Logs
           end-if.

           call "CBL_CREATE_DIR" using LetterDirPath.
           perform 1500-OpenBorrowerMaster.
           open extend AddressResearchFile.
           open extend StaleLoanFile.
           open extend GLWorkFile.

           move spaces to PmiReportLine.
           write PmiReportLine.
           move spaces to PmiReportLine.
           string "MONTHLY REVIEW   request at " RequestLtv
               "%  automatic cancellation at " AutoCancelLtv
               "% of original value" into PmiReportLine.
           write PmiReportLine.
           move spaces to PmiReportLine.
           string "Account    Sched balance   Original value     LTV"
               "   Action" into PmiReportLine.
           write PmiReportLine.

           move "N" to eof-mortins-file.
           move low-values to MI-Account.
           start MortInsFile key >= MI-Account
               invalid key set eof-mortins to true
           end-start.
           perform until eof-mortins
               read MortInsFile next record
                   at end set eof-mortins to true
               end-read
               if not eof-mortins
                   if MI-InForce
                       perform 3000-ReviewOneLoan
                   end-if
               end-if
           end-perform.

           if CollateralOpen
               close CollateralFile
           end-if.
           if BorrowerMasterOpen
               close BorrowerMasterFile
           end-if.
           close AddressResearchFile.
           close StaleLoanFile.
           close GLWorkFile.
           close MortInsFile.
           close LoanMasterFile.

           move TotalRefunds to Disp-Total.
           move spaces to PmiReportLine.
           write PmiReportLine.
           move spaces to PmiReportLine.
           string "Applied " MaintAppliedCount
                  " Rejected " MaintRejectedCount
                  "  Reviewed " LoansReviewed
                  " Notified at 80% " NoticesSent
                  " Cancelled at 78% " AutoCancelled
                  " On request " RequestCancelled
                  into PmiReportLine.
           write PmiReportLine.
           move spaces to PmiReportLine.
           string "Held - not current " HeldNotCurrent
                  "  No original value " NoValueSkipped
                  "  Unearned premium refunded " Disp-Total
                  into PmiReportLine.
           write PmiReportLine.
           close PmiReportFile.

      * the actions have been applied - a rerun must not add the same
      * terms twice
           call "C$DELETE" using "Insurance\pmimaint.txt", 0.

           string "END. Applied " MaintAppliedCount
               " Rejected " MaintRejectedCount
               " Reviewed " LoansReviewed
               " Notified " NoticesSent
               " Auto-cancelled " AutoCancelled
               " Request-cancelled " RequestCancelled
               " Refunds " TotalRefunds
               " Letters " LettersWritten into msg.
           perform 8000-Logs.
           perform 9000-CloseLog.

           stop run.

      * EVERY LOAN STILL INSURED, WITH ITS PREMIUM FOR THE REFUND
       1000-LoadInsured.
           move "N" to eof-mortins-file.
           move low-values to MI-Account.
           start MortInsFile key >= MI-Account
               invalid key set eof-mortins to true
           end-start.
           perform until eof-mortins
               read MortInsFile next record
                   at end set eof-mortins to true
               end-read
               if not eof-mortins and MI-InForce
                   if InsuredCount < 2000
                       add 1 to InsuredCount
                       move MI-Account to INL-Account(InsuredCount)
                       move MI-MonthlyPremium to
                           INL-Premium(InsuredCount)
                       move zero to INL-SchedPeriod(InsuredCount)
                       move zero to INL-SchedBalance(InsuredCount)
                       move zero to INL-PastDue(InsuredCount)
                       move zero to INL-PaidAhead(InsuredCount)
                       move zero to INL-Unearned(InsuredCount)
                   else
                       string "Insured table full at 2000 - "
                           MI-Account " not reviewed this run"
                           into msg
                       move "WARN " to LogSeverity
                       perform 8000-Logs
                   end-if
               end-if
           end-perform.

      * THE SCHEDULED BALANCE AS OF TODAY IS THE CLOSING BALANCE OF
      * THE LATEST PERIOD ALREADY DUE - THE AMORTIZATION SCHEDULE, NOT
      * WHATEVER EXTRA PRINCIPAL THE BORROWER HAS SENT
       1100-LoadScheduledBalances.
           open input ScheduleFile.
           read ScheduleFile
               at end set eof-schedule to true
           end-read.
           perform until eof-schedule
               move SCH-Account to InsuredKey
               perform 1600-FindInsured
               if InsuredFound
                   move SCH-DueDate to WORK-DATE
                   perform 7000-DateToInteger
                   if DateInteger <= TodayInteger
                       and SCH-Period > INL-SchedPeriod(InsuredSub)
                       move SCH-Period to INL-SchedPeriod(InsuredSub)
                       move SCH-ClosingBalance to
                           INL-SchedBalance(InsuredSub)
                   end-if
               end-if
               read ScheduleFile
                   at end set eof-schedule to true
               end-read
           end-perform.
           close ScheduleFile.

      * CURRENT MEANS NOTHING OPEN THAT WAS DUE BEFORE TODAY. PERIODS
      * ALREADY PAID BUT NOT YET DUE CARRY PREMIUM NOT YET EARNED -
      * THAT IS WHAT A CANCELLATION REFUNDS.
       1200-LoadPaymentStatus.
           open input PaymentStatusFile.
           read PaymentStatusFile
               at end set eof-status to true
           end-read.
           perform until eof-status
               move PS-Account to InsuredKey
               perform 1600-FindInsured
               if InsuredFound
                   move PS-DueDate to WORK-DATE
                   perform 7000-DateToInteger
                   evaluate true
                       when PS-Open and DateInteger < TodayInteger
                           add 1 to INL-PastDue(InsuredSub)
                       when PS-Paid and DateInteger > TodayInteger
                           add 1 to INL-PaidAhead(InsuredSub)
                           if PS-FeeDue < INL-Premium(InsuredSub)
                               move PS-FeeDue to PremiumPart
                           else
                               move INL-Premium(InsuredSub)
                                   to PremiumPart
                           end-if
                           add PremiumPart to
                               INL-Unearned(InsuredSub)
                   end-evaluate
               end-if
               read PaymentStatusFile
                   at end set eof-status to true
               end-read
           end-perform.
           close PaymentStatusFile.

       1300-LoadChart.
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

       1500-OpenBorrowerMaster.
           open input BorrowerMasterFile.
           if BorrowerMasterStatus = "00"
               set BorrowerMasterOpen to true
           else
               string "No borrower master at "
                   "shared\data\borrowers.dat status "
                   BorrowerMasterStatus
                   " - PMI letters go out without address blocks"
                   into msg
               move "WARN " to LogSeverity
               perform 8000-Logs
           end-if.

       1600-FindInsured.
           move "N" to InsuredFoundFlag.
           move 1 to InsuredSub.
           perform until InsuredSub > InsuredCount
               if INL-Account(InsuredSub) = InsuredKey
                   set InsuredFound to true
                   exit paragraph
               end-if
               add 1 to InsuredSub
           end-perform.

      * THE PREMIUM IS BILLED INSIDE THE LOAN'S FEE, SO IT CANNOT BE
      * MORE THAN THE FEE THE LOAN MASTER CARRIES
       2000-AddTerms.
           move MaintAccountIn to LM-LoanAccount.
           read LoanMasterFile
               invalid key
                   add 1 to MaintRejectedCount
                   string "REJECTED. PMI for " MaintAccountIn
                       " - loan is not on the master" into msg
                   move "ERROR" to LogSeverity
                   perform 8500-Register
                   perform 8000-Logs
                   exit paragraph
           end-read.

           if MaintInsurerIn = spaces or MaintCertificateIn = spaces
               or MaintPremiumIn = zero
               or MaintPremiumIn > LM-FeeAmount
               add 1 to MaintRejectedCount
               string "REJECTED. PMI for " MaintAccountIn
                   " - insurer, certificate and a premium no more"
                   " than the loan fee " LM-FeeAmount
                   " are required" into msg
               move "ERROR" to LogSeverity
               perform 8500-Register
               perform 8000-Logs
               exit paragraph
           end-if.

           move MaintAccountIn to MI-Account.
           read MortInsFile
               invalid key
                   move spaces to MortgageInsuranceRecord
                   move MaintAccountIn to MI-Account
                   move MaintInsurerIn to MI-Insurer
                   move MaintCertificateIn to MI-Certificate
                   move MaintPremiumIn to MI-MonthlyPremium
                   move "A" to MI-Status
                   move "N" to MI-RequestFlag
                   move TodayDate to MI-SetupDate
                   move zero to MI-CancelLtv
                   move zero to MI-RefundAmount
                   write MortgageInsuranceRecord
                   add 1 to MaintAppliedCount
                   string "ADDED PMI " MaintAccountIn
                       " insurer " MaintInsurerIn
                       " certificate " MaintCertificateIn
                       " premium " MaintPremiumIn into msg
               not invalid key
                   add 1 to MaintRejectedCount
                   string "REJECTED. Add PMI for " MaintAccountIn
                       " - terms already on file" into msg
                   move "ERROR" to LogSeverity
           end-read.
           perform 8500-Register.
           perform 8000-Logs.

      * INSURER, CERTIFICATE OR PREMIUM ON COVERAGE STILL IN FORCE -
      * BLANK OR ZERO FIELDS ON THE ACTION KEEP WHAT IS ON FILE
       2100-ChangeTerms.
           move MaintAccountIn to MI-Account.
           read MortInsFile
               invalid key
                   add 1 to MaintRejectedCount
                   string "REJECTED. Change PMI for " MaintAccountIn
                       " - no terms on file" into msg
                   move "ERROR" to LogSeverity
                   perform 8500-Register
                   perform 8000-Logs
                   exit paragraph
           end-read.
           if not MI-InForce
               add 1 to MaintRejectedCount
               string "REJECTED. Change PMI for " MaintAccountIn
                   " - coverage already cancelled " MI-CancelDate
                   into msg
               move "ERROR" to LogSeverity
               perform 8500-Register
               perform 8000-Logs
               exit paragraph
           end-if.

           if MaintPremiumIn > zero
               move MaintAccountIn to LM-LoanAccount
               read LoanMasterFile
                   invalid key
                       move zero to LM-FeeAmount
               end-read
               if MaintPremiumIn > LM-FeeAmount
                   add 1 to MaintRejectedCount
                   string "REJECTED. Change PMI for " MaintAccountIn
                       " - premium " MaintPremiumIn
                       " is more than the loan fee " LM-FeeAmount
                       into msg
                   move "ERROR" to LogSeverity
                   perform 8500-Register
                   perform 8000-Logs
                   exit paragraph
               end-if
               move MaintPremiumIn to MI-MonthlyPremium
           end-if.
           if MaintInsurerIn not = spaces
               move MaintInsurerIn to MI-Insurer
           end-if.
           if MaintCertificateIn not = spaces
               move MaintCertificateIn to MI-Certificate
           end-if.
           rewrite MortgageInsuranceRecord.
           add 1 to MaintAppliedCount.
           string "CHANGED PMI " MaintAccountIn
               " insurer " MI-Insurer
               " certificate " MI-Certificate
               " premium " MI-MonthlyPremium into msg.
           perform 8500-Register.
           perform 8000-Logs.

      * THE REQUEST IS KEPT ON THE TERMS AND HONORED BY THE REVIEW THE
      * FIRST MONTH THE LOAN QUALIFIES - THIS RUN'S REVIEW INCLUDED
       2200-RecordRequest.
           move MaintAccountIn to MI-Account.
           read MortInsFile
               invalid key
                   add 1 to MaintRejectedCount
                   string "REJECTED. PMI cancel request for "
                       MaintAccountIn " - no terms on file" into msg
                   move "ERROR" to LogSeverity
                   perform 8500-Register
                   perform 8000-Logs
                   exit paragraph
           end-read.
           if not MI-InForce
               add 1 to MaintRejectedCount
               string "REJECTED. PMI cancel request for "
                   MaintAccountIn " - coverage already cancelled "
                   MI-CancelDate into msg
               move "ERROR" to LogSeverity
               perform 8500-Register
               perform 8000-Logs
               exit paragraph
           end-if.
           move "Y" to MI-RequestFlag.
           rewrite MortgageInsuranceRecord.
           add 1 to MaintAppliedCount.
           string "PMI CANCEL REQUEST recorded for " MaintAccountIn
               into msg.
           perform 8500-Register.
           perform 8000-Logs.

       3000-ReviewOneLoan.
           move MI-Account to InsuredKey.
           perform 1600-FindInsured.
           if not InsuredFound
               exit paragraph
           end-if.

           move MI-Account to LM-LoanAccount.
           read LoanMasterFile
               invalid key
                   string "PMI " MI-Account
                       " - loan is not on the master, not reviewed"
                       into msg
                   move "WARN " to LogSeverity
                   perform 8000-Logs
                   exit paragraph
           end-read.
           if not LM-StatusActive and not LM-StatusNonaccrual
               exit paragraph
           end-if.
           add 1 to LoansReviewed.

           move zero to CL-OrigValue.
           if CollateralOpen
               move MI-Account to CL-Account
               read CollateralFile
                   invalid key
                       move zero to CL-OrigValue
               end-read
           end-if.
           if CL-OrigValue = zero
               add 1 to NoValueSkipped
               move spaces to PmiReportLine
               string MI-Account
                   "   NO ORIGINAL VALUE on the collateral master"
                   " - cannot be measured" into PmiReportLine
               write PmiReportLine
               string "PMI " MI-Account " has no original property"
                   " value on the collateral master" into msg
               move "WARN " to LogSeverity
               perform 8000-Logs
               exit paragraph
           end-if.

      * NOTHING DUE YET MEANS THE ORIGINAL AMOUNT IS THE SCHEDULE
           if INL-SchedPeriod(InsuredSub) = zero
               move LM-LoanAmount to ScheduledBalance
           else
               move INL-SchedBalance(InsuredSub) to ScheduledBalance
           end-if.
           compute LoanLtv rounded =
               ScheduledBalance * 100 / CL-OrigValue
               on size error move 9999.99 to LoanLtv
           end-compute.

           move ScheduledBalance to Disp-Balance.
           move CL-OrigValue to Disp-Value.
           move LoanLtv to Disp-Ltv.
           move spaces to PmiReportLine.

           evaluate true
               when LoanLtv <= AutoCancelLtv
                   and INL-PastDue(InsuredSub) = zero
                   move "AUTOMATIC AT 78%" to CancelReason
                   move "C" to MI-Status
                   perform 4000-CancelCoverage
                   add 1 to AutoCancelled
               when LoanLtv <= RequestLtv
                   and MI-CancelRequested
                   and INL-PastDue(InsuredSub) = zero
                   move "BORROWER REQUEST AT 80%" to CancelReason
                   move "R" to MI-Status
                   perform 4000-CancelCoverage
                   add 1 to RequestCancelled
               when LoanLtv <= RequestLtv
                   and INL-PastDue(InsuredSub) > zero
                   add 1 to HeldNotCurrent
                   string MI-Account "  " Disp-Balance "  "
                       Disp-Value "  " Disp-Ltv
                       "   HELD - " INL-PastDue(InsuredSub)
                       " period(s) past due, premium continues"
                       into PmiReportLine
                   write PmiReportLine
                   if MI-Active
                       perform 3100-NotifyEligible
                   end-if
               when LoanLtv <= RequestLtv
                   if MI-Active
                       perform 3100-NotifyEligible
                   end-if
               when MI-CancelRequested
                   string MI-Account "  " Disp-Balance "  "
                       Disp-Value "  " Disp-Ltv
                       "   REQUEST ON FILE - not yet at 80%"
                       into PmiReportLine
                   write PmiReportLine
               when other
                   continue
           end-evaluate.

      * THE BORROWER IS TOLD ONCE THAT COVERAGE CAN BE DROPPED ON
      * REQUEST; THE RECORD MOVES TO ELIGIBLE SO IT IS NOT REPEATED
       3100-NotifyEligible.
           move "E" to MI-Status.
           move TodayDate to MI-NotifyDate.
           rewrite MortgageInsuranceRecord.
           add 1 to NoticesSent.

           move spaces to PmiReportLine.
           string MI-Account "  " Disp-Balance "  "
               Disp-Value "  " Disp-Ltv
               "   NOTIFIED - may request cancellation"
               into PmiReportLine.
           write PmiReportLine.

           move "N" to PmiLetterName.
           perform 5000-WriteLetter.

           string "PMI ELIGIBLE " MI-Account " LTV " LoanLtv
               " - borrower notified" into msg.
           perform 8000-Logs.

      * PREMIUM OUT OF THE FEE, SCHEDULE QUEUED FOR REGENERATION, THE
      * UNEARNED PREMIUM REFUNDED AND THE BORROWER TOLD
       4000-CancelCoverage.
           move TodayDate to MI-CancelDate.
           move LoanLtv to MI-CancelLtv.
           move "N" to MI-RequestFlag.
           move INL-Unearned(InsuredSub) to RefundAmount.
           move RefundAmount to MI-RefundAmount.
           rewrite MortgageInsuranceRecord.

           move LoanMasterRecord to AUD-Before.
           if LM-FeeAmount > MI-MonthlyPremium
               subtract MI-MonthlyPremium from LM-FeeAmount
           else
               move zero to LM-FeeAmount
           end-if.
           rewrite LoanMasterRecord.
           perform 8600-AuditLoan.

           move spaces to StaleLoanRecord.
           move MI-Account to STL-Account.
           move "PMI CANCELLED" to STL-Reason.
           write StaleLoanRecord.

           if RefundAmount > zero
               perform 4100-PostRefund
           end-if.

           move RefundAmount to Disp-Amount.
           move spaces to PmiReportLine.
           string MI-Account "  " Disp-Balance "  "
               Disp-Value "  " Disp-Ltv
               "   CANCELLED " CancelReason
               " refund " Disp-Amount
               into PmiReportLine.
           write PmiReportLine.

           move "C" to PmiLetterName.
           perform 5000-WriteLetter.

           string "PMI CANCELLED " MI-Account " "
               CancelReason " LTV " LoanLtv
               " premium " MI-MonthlyPremium
               " refund " RefundAmount into msg.
           perform 8000-Logs.

      * THE UNEARNED PREMIUM GOES BACK TO THE BORROWER OUT OF THE
      * PREMIUM STILL HELD FOR THE INSURER: DR PREMIUM PAYABLE /
      * CR CASH
       4100-PostRefund.
           add RefundAmount to TotalRefunds.

           move "PMIP" to GLPostType.
           perform 4200-MapGLAccount.
           move LogProgramName to GLW-Source.
           move TodayDate to GLW-Date.
           move MI-Account to GLW-Account.
           move "DR" to GLW-DRCR.
           move RefundAmount to GLW-Amount.
           move LM-CompanyCode to GLW-Company.
           write GLWorkRecord.

           move "CASH" to GLPostType.
           perform 4200-MapGLAccount.
           move LogProgramName to GLW-Source.
           move TodayDate to GLW-Date.
           move MI-Account to GLW-Account.
           move "CR" to GLW-DRCR.
           move RefundAmount to GLW-Amount.
           move LM-CompanyCode to GLW-Company.
           write GLWorkRecord.

       4200-MapGLAccount.
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
               when "PMIP"
                   move "PMI Premium Payable" to GLW-AcctName
           end-evaluate.

      * ONE LETTER PER EVENT - PmiLetterName CARRIES N (80% NOTICE) OR
      * C (CANCELLATION) IN UNTIL THE REAL FILE NAME IS BUILT
       5000-WriteLetter.
           perform 5100-ReadBorrower.
           if BorrowerFound and BW-AddressBad
               add 1 to BadAddressSkipped
               move spaces to AddressResearchRecord
               move MI-Account to ARX-Account
               move LogProgramName to ARX-Program
               move TodayDate to ARX-Date
               move "RETURNED MAIL - BAD ADDRESS" to ARX-Reason
               write AddressResearchRecord
               exit paragraph
           end-if.

           if PmiLetterName = "N"
               move spaces to PmiLetterName
               string "Insurance/letters/" delimited by size
                      MI-Account delimited by space
                      "_pmi80.txt" delimited by size
                      into PmiLetterName
               end-string
           else
               move spaces to PmiLetterName
               string "Insurance/letters/" delimited by size
                      MI-Account delimited by space
                      "_pmicancel.txt" delimited by size
                      into PmiLetterName
               end-string
           end-if.
           open output PmiLetterFile.

           move spaces to PmiLetterLine.
           if MI-Eligible
               string "MORTGAGE INSURANCE - CANCELLATION RIGHTS     "
                   TodayDate into PmiLetterLine
           else
               string "MORTGAGE INSURANCE CANCELLED     " TodayDate
                   into PmiLetterLine
           end-if.
           write PmiLetterLine.
           move spaces to PmiLetterLine.
           string "Account " MI-Account
               "   Insurer " MI-Insurer
               "   Certificate " MI-Certificate into PmiLetterLine.
           write PmiLetterLine.

           if BorrowerFound
               move spaces to PmiLetterLine
               move BW-Name to PmiLetterLine
               write PmiLetterLine
               move spaces to PmiLetterLine
               move BW-Addr1 to PmiLetterLine
               write PmiLetterLine
               if BW-Addr2 not = spaces
                   move spaces to PmiLetterLine
                   move BW-Addr2 to PmiLetterLine
                   write PmiLetterLine
               end-if
               move spaces to PmiLetterLine
               string BW-City delimited by "  "
                      ", " delimited by size
                      BW-State delimited by size
                      " " delimited by size
                      BW-Zip delimited by size
                      into PmiLetterLine
               end-string
               write PmiLetterLine
           end-if.

           move spaces to PmiLetterLine.
           write PmiLetterLine.
           move spaces to PmiLetterLine.
           string "Your scheduled loan balance of " Disp-Balance
               " is now " Disp-Ltv "% of" into PmiLetterLine.
           write PmiLetterLine.
           move spaces to PmiLetterLine.
           string "the original property value of " Disp-Value "."
               into PmiLetterLine.
           write PmiLetterLine.
           move spaces to PmiLetterLine.
           write PmiLetterLine.

           move MI-MonthlyPremium to Disp-Amount.
           if MI-Eligible
               move spaces to PmiLetterLine
               string "You may ask us in writing to cancel your"
                   " mortgage insurance" into PmiLetterLine
               write PmiLetterLine
               move spaces to PmiLetterLine
               string "premium of " Disp-Amount
                   " a month. It is cancelled once your payments are"
                   into PmiLetterLine
               write PmiLetterLine
               move spaces to PmiLetterLine
               string "current. If you do not ask, it ends"
                   " automatically when the" into PmiLetterLine
               write PmiLetterLine
               move spaces to PmiLetterLine
               string "scheduled balance reaches " AutoCancelLtv
                   "% and your payments are current."
                   into PmiLetterLine
               write PmiLetterLine
           else
               move spaces to PmiLetterLine
               string "Your mortgage insurance premium of " Disp-Amount
                   " a month has been" into PmiLetterLine
               write PmiLetterLine
               move spaces to PmiLetterLine
               string "cancelled and is removed from your payments due"
                   " after " TodayDate "." into PmiLetterLine
               write PmiLetterLine
               if RefundAmount > zero
                   move RefundAmount to Disp-Amount
                   move spaces to PmiLetterLine
                   write PmiLetterLine
                   move spaces to PmiLetterLine
                   string "Premium you already paid for future months,"
                       " " Disp-Amount "," into PmiLetterLine
                   write PmiLetterLine
                   move spaces to PmiLetterLine
                   string "is being refunded to you."
                       into PmiLetterLine
                   write PmiLetterLine
               end-if
           end-if.

           close PmiLetterFile.
           add 1 to LettersWritten.

       5100-ReadBorrower.
           move "N" to BorrowerFoundFlag.
           if not BorrowerMasterOpen
               exit paragraph
           end-if.
           move MI-Account to BW-Account.
           read BorrowerMasterFile
               invalid key
                   continue
               not invalid key
                   set BorrowerFound to true
           end-read.

       7000-DateToInteger.
           move WORK-YEAR to DY-Year.
           move WORK-MONTH to DY-Month.
           move WORK-DAY to DY-Day.
           compute DateInteger =
               function integer-of-date(DATE-YYYYMMDD-N).

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
           move spaces to PmiReportLine.
           move msg to PmiReportLine.
           write PmiReportLine.

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
                   SharedLogFilePath,
                   LogProgramName,
                   spaces,
                   spaces,
                   LogAction
           end-call.

           set AUD-ActionClose to true.
           call "shared\wrkmodule\AUDITLOG" using AUDIT-CALL-AREA
           end-call.

       end program PMIMAINT.
