      ******************************************************************
      * Loan-level profitability - which loans and which companies     *
      * actually make money. For the month in Investors\remitmonth.txt *
      * (the same month REMIT and SVCINCOME close) every loan on the   *
      * master is credited with the interest posted on                 *
      * shared\data\postedpmts.txt less the investors' share REMIT     *
      * passes through (same participations, same effective dating,    *
      * same rounding), the late fees collected on                     *
      * shared\data\latefees.txt and the servicing fee income on       *
      * Investors\svcincome.txt; and charged a cost of funds - the     *
      * average of the opening and closing balance at the company's    *
      * funding rate in effect at month end off                        *
      * Profitability\fundingrates.txt (a blank-company row is the     *
      * house rate) - and the month's net charge-off loss off the      *
      * charge-off register. Net contribution prints per loan, rolled  *
      * up by company and product (derived from the master terms: ARM, *
      * BALLOON, INT-ONLY, FIXED), and the top and bottom 20 loans     *
      * print on their own page of Profitability\profitreport.txt.     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. LOANPROFIT.

       ENVIRONMENT DIVISION.
       input-output section.
           file-control.
               select RemitMonthFile ASSIGN TO
                   "Investors\remitmonth.txt"
                   organization is line sequential
                   file status is MonthFileStatus.

               select LoanMasterFile ASSIGN TO
                   "shared\data\loanmaster.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is LM-LoanAccount
                   file status is LoanMasterStatus.

               select optional PostedPaymentFile ASSIGN TO
                   "shared\data\postedpmts.txt"
                   organization is line sequential.

               select optional PaymentStatusFile ASSIGN TO
                   "shared\data\paymentstatus.txt"
                   organization is line sequential.

               select optional ParticipationFile ASSIGN TO
                   "shared\data\participations.txt"
                   organization is line sequential.

               select optional LateFeeRegister ASSIGN TO
                   "shared\data\latefees.txt"
                   organization is line sequential.

               select optional IncomeRegisterFile ASSIGN TO
                   "Investors\svcincome.txt"
                   organization is line sequential.

               select optional ChargeoffRegister ASSIGN TO
                   "Chargeoff\chargeoffregister.txt"
                   organization is line sequential.

               select optional FundingRateFile ASSIGN TO
                   "Profitability\fundingrates.txt"
                   organization is line sequential.

               select ProfitReportFile ASSIGN TO
                   "Profitability\profitreport.txt"
                   organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD  RemitMonthFile.
           01 RemitMonthRecord.
               05  RMM-Month        PIC 9(2).
               05  RMM-Year         PIC 9(4).

       FD  LoanMasterFile.
           copy "../shared/copybooks/loanmaster.cpy".

       FD  PostedPaymentFile.
           01 PostedPaymentRecord.
               05  PPH-Account      PIC X(10).
               05  PPH-Period       PIC 9(4).
               05  PPH-PaidDate     PIC X(10).
               05  PPH-PaidAmount   PIC 9(6)V99.
               05  PPH-OverShort    PIC S9(6)V99 sign leading separate.
               05  PPH-ToInterest   PIC 9(6)V99.
               05  PPH-ToPrincipal  PIC 9(6)V99.
               05  PPH-ToEscrow     PIC 9(6)V99.
               05  PPH-ToFee        PIC 9(6)V99.
               05  PPH-ToLateFee    PIC 9(6)V99.

       FD  PaymentStatusFile.
           copy "../shared/copybooks/paystatus.cpy".

       FD  ParticipationFile.
           01 ParticipationRecord.
               05  PAR-Account      PIC X(10).
               05  PAR-InvestorId   PIC X(10).
               05  PAR-Percent      PIC 999V99.
               05  PAR-ServiceBps   PIC 9(4).
               05  PAR-EffFrom      PIC X(10).
               05  PAR-EffTo        PIC X(10).

       FD  LateFeeRegister.
           01 LateFeeRegisterRecord.
               05  LFR-Account      PIC X(10).
               05  LFR-Period       PIC 9(4).
               05  LFR-AssessDate   PIC X(10).
               05  LFR-DueDate      PIC X(10).
               05  LFR-PaidDate     PIC X(10).
               05  LFR-DaysLate     PIC 9(4).
               05  LFR-FeeAmount    PIC 9(4)V99.
               05  LFR-Basis        PIC X.
               05  LFR-RuleSource   PIC X(10).
               05  LFR-PaidAmt      PIC 9(4)V99.
               05  LFR-WaivedFlag   PIC X.
                   88  LFR-Waived   value "W".
               05  LFR-WaiveDate    PIC X(10).
               05  LFR-WaiveReason  PIC X(2).
               05  LFR-WaiveOper    PIC X(10).

      * SVCINCOME'S PRINTED REGISTER - DETAIL LINES ARE ACCOUNT,
      * PERIOD, INVESTOR AND THE EDITED FEE; HEADINGS AND TOTALS
      * FAIL THE NUMERIC PERIOD TEST AND ARE PASSED OVER
       FD  IncomeRegisterFile.
           01 IncomeRegisterLine.
               05  SVI-Account      PIC X(10).
               05  FILLER           PIC X.
               05  SVI-Period       PIC X(4).
               05  FILLER           PIC X(4).
               05  SVI-InvestorId   PIC X(10).
               05  FILLER           PIC X(2).
               05  SVI-Fee          PIC $$,$$$,$$9.99.
               05  FILLER           PIC X(76).

       FD  ChargeoffRegister.
           01 ChargeoffRegisterRecord.
               05  COR-Type         PIC X.
                   88  COR-ChargeOff value "C".
                   88  COR-Recovery  value "R".
               05  COR-Account      PIC X(10).
               05  COR-Date         PIC X(10).
               05  COR-Principal    PIC 9(7)V99.
               05  COR-Interest     PIC 9(7)V99.
               05  COR-Escrow       PIC 9(6)V99.
               05  COR-Fees         PIC 9(6)V99.
               05  COR-Total        PIC 9(8)V99.

       FD  FundingRateFile.
           01 FundingRateRecord.
               05  FND-Company      PIC X(3).
               05  FND-EffDate      PIC X(10).
               05  FND-Rate         PIC 99V9999.

       FD  ProfitReportFile.
           01 ProfitLine            PIC X(150).

       working-storage section.
       01  PROFIT-TABLE.
           05  ProfitEntry occurs 2000 times.
               10  PFT-Account      PIC X(10).
               10  PFT-Company      PIC X(3).
               10  PFT-Product      PIC X(8).
               10  PFT-EndBalance   PIC 9(7)V99.
               10  PFT-PrinPaid     PIC 9(7)V99.
               10  PFT-AvgBalance   PIC 9(7)V99.
               10  PFT-Interest     PIC 9(7)V99.
               10  PFT-InvShare     PIC 9(7)V99.
               10  PFT-Retained     PIC S9(7)V99.
               10  PFT-FeeIncome    PIC 9(7)V99.
               10  PFT-SvcIncome    PIC 9(7)V99.
               10  PFT-FundRate     PIC 99V9999.
               10  PFT-CostOfFunds  PIC 9(7)V99.
               10  PFT-Loss         PIC S9(8)V99.
               10  PFT-Net          PIC S9(8)V99.
       01  ProfitCount              PIC 9(4) value zero.
       01  ProfitSub                PIC 9(4) value zero.
       01  ProfitFoundFlag          PIC X value "N".
           88  ProfitFound          value "Y".
       01  ProfitKey                PIC X(10) value spaces.

      * SUBSCRIPTS INTO THE PROFIT TABLE, BEST NET CONTRIBUTION FIRST
       01  RANK-TABLE.
           05  RankEntry occurs 2000 times PIC 9(4).
       01  RankCount                PIC 9(4) value zero.
       01  RankSub                  PIC 9(4) value zero.
       01  InsertAt                 PIC 9(4) value zero.
       01  ShiftSub                 PIC 9(4) value zero.
       01  ListedCount              PIC 99 value zero.

       01  ROLLUP-TABLE.
           05  RollupEntry occurs 100 times.
               10  RUP-Company      PIC X(3).
               10  RUP-Product      PIC X(8).
               10  RUP-Loans        PIC 9(5).
               10  RUP-Retained     PIC S9(9)V99.
               10  RUP-FeeIncome    PIC 9(9)V99.
               10  RUP-SvcIncome    PIC 9(9)V99.
               10  RUP-CostOfFunds  PIC 9(9)V99.
               10  RUP-Loss         PIC S9(9)V99.
               10  RUP-Net          PIC S9(9)V99.
       01  RollupCount              PIC 999 value zero.
       01  RollupSub                PIC 999 value zero.
       01  RollupFoundFlag          PIC X value "N".
           88  RollupFound          value "Y".

       01  PARTICIPATION-TABLE.
           05  PartEntry occurs 500 times.
               10  PTB-Account      PIC X(10).
               10  PTB-Percent      PIC 999V99.
               10  PTB-EffFrom      PIC X(10).
               10  PTB-EffTo        PIC X(10).
       01  PartCount                PIC 999 value zero.
       01  PartSub                  PIC 999 value zero.
       01  RowInEffectFlag          PIC X value "N".
           88  RowInEffect          value "Y".

       01  FUNDING-TABLE.
           05  FundingEntry occurs 200 times.
               10  FDT-Company      PIC X(3).
               10  FDT-EffInteger   PIC 9(7).
               10  FDT-Rate         PIC 99V9999.
       01  FundingCount             PIC 999 value zero.
       01  FundingSub               PIC 999 value zero.
       01  BestEffInteger           PIC 9(7) value zero.
       01  FundRateFoundFlag        PIC X value "N".
           88  FundRateFound        value "Y".

       01  MonthFileStatus          PIC XX value spaces.
       01  LoanMasterStatus         PIC XX value spaces.
       01  eof-month-file           PIC X value "N".
           88  eof-month            value "Y".
       01  eof-loan-file            PIC X value "N".
           88  eof-loan             value "Y".
       01  eof-posted-file          PIC X value "N".
           88  eof-posted           value "Y".
       01  eof-status-file          PIC X value "N".
           88  eof-status           value "Y".
       01  eof-part-file            PIC X value "N".
           88  eof-part             value "Y".
       01  eof-latefee-file         PIC X value "N".
           88  eof-latefee          value "Y".
       01  eof-income-file          PIC X value "N".
           88  eof-income           value "Y".
       01  eof-register-file        PIC X value "N".
           88  eof-register         value "Y".
       01  eof-funding-file         PIC X value "N".
           88  eof-funding          value "Y".

       01  ReportMonth              PIC 9(2) value zero.
       01  ReportYear               PIC 9(4) value zero.
       01  MonthEndDate             PIC X(10) value spaces.
       01  MonthEndInteger          PIC 9(7) value zero.
       01  PaidDateInt              PIC 9(7) value zero.
       01  EffDateInt               PIC 9(7) value zero.

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

       01  ShareInterest            PIC 9(7)V99 value zero.
       01  LateFeeCollected         PIC 9(6)V99 value zero.
       01  SvcFeeAmount             PIC 9(6)V99 value zero.
       01  BeginBalance             PIC 9(8)V99 value zero.
       01  HouseRate                PIC 99V9999 value zero.

       01  TotalRetained            PIC S9(10)V99 value zero.
       01  TotalFeeIncome           PIC 9(10)V99 value zero.
       01  TotalSvcIncome           PIC 9(10)V99 value zero.
       01  TotalCostOfFunds         PIC 9(10)V99 value zero.
       01  TotalLoss                PIC S9(10)V99 value zero.
       01  TotalNet                 PIC S9(10)V99 value zero.
       01  UnmatchedSvcLines        PIC 9(4) value zero.

       01  Disp-Count               PIC ZZ,ZZ9.
       01  Disp-Balance             PIC $$,$$$,$$9.99.
       01  Disp-Retained            PIC -$$,$$$,$$9.99.
       01  Disp-FeeIncome           PIC $$,$$$,$$9.99.
       01  Disp-SvcIncome           PIC $$,$$$,$$9.99.
       01  Disp-CostOfFunds         PIC $$,$$$,$$9.99.
       01  Disp-Loss                PIC -$$,$$$,$$9.99.
       01  Disp-Net                 PIC -$$,$$$,$$9.99.
       01  Disp-Rank                PIC Z9.

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
       01  LogProgramName           PIC X(14) value "LOANPROFIT".
       01  LogAction                PIC X value "W".
           88  LogActionClose       value "C".

       PROCEDURE DIVISION.
       0000-MainDriver.
           move function CURRENT-DATE to CURRENT-DATE-AND-TIME.
           move spaces to TodayDate.
           string CDT-Month "/" CDT-Day "/" CDT-Year into TodayDate.

           open input RemitMonthFile.
           if MonthFileStatus not = "00"
               display "LOANPROFIT - no report month at "
                   "Investors\remitmonth.txt, status "
                   MonthFileStatus
               perform 9000-CloseLog
               stop run
           end-if.
           read RemitMonthFile
               at end set eof-month to true
           end-read.
           if eof-month
               display "LOANPROFIT - report month file is empty"
               close RemitMonthFile
               perform 9000-CloseLog
               stop run
           end-if.
           move RMM-Month to ReportMonth.
           move RMM-Year to ReportYear.
           close RemitMonthFile.
           perform 1050-FindMonthEnd.

           open input LoanMasterFile.
           if LoanMasterStatus not = "00"
               string "No loan master at shared\data\loanmaster.dat"
                   " status " LoanMasterStatus into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
               display "LOANPROFIT - no loan master, status "
                   LoanMasterStatus
               perform 9000-CloseLog
               stop run
           end-if.

           perform 1100-LoadParticipations.
           perform 1200-LoadFundingRates.
           perform 2000-LoadLoans.
           perform 2100-ApplyPostedPayments.
           perform 2200-ApplyInvestorShare.
           perform 2300-ApplyLateFees.
           perform 2400-ApplyServicingIncome.
           perform 2500-ApplyChargeoffs.
           close LoanMasterFile.

           move 1 to ProfitSub.
           perform ProfitCount times
               perform 3000-ContributionOneLoan
               add 1 to ProfitSub
           end-perform.

           open output ProfitReportFile.
           perform 4000-WriteLoanDetail.
           perform 4500-WriteRollups.
           perform 5000-WriteTopAndBottom.
           close ProfitReportFile.

           display "LOANPROFIT " ReportMonth "/" ReportYear
               " loans " ProfitCount
               " net " TotalNet.

           string "END. Month " ReportMonth "/" ReportYear
               " loans " ProfitCount
               " rollups " RollupCount
               " unmatched svc lines " UnmatchedSvcLines
               " net contribution " TotalNet into msg.
           perform 8000-Logs.
           perform 9000-CloseLog.

           stop run.

      * THE LAST DAY OF THE REPORT MONTH - THE FIRST OF THE NEXT
      * MONTH LESS ONE DAY
       1050-FindMonthEnd.
           move ReportYear to DY-Year.
           move ReportMonth to DY-Month.
           move 1 to DY-Day.
           if DY-Month = 12
               move 1 to DY-Month
               add 1 to DY-Year
           else
               add 1 to DY-Month
           end-if.
           compute MonthEndInteger =
               function integer-of-date(DATE-YYYYMMDD-N) - 1.
           move function date-of-integer(MonthEndInteger)
               to DATE-YYYYMMDD-N.
           move spaces to MonthEndDate.
           string DY-Month "/" DY-Day "/" DY-Year into MonthEndDate.

       1100-LoadParticipations.
           open input ParticipationFile.
           read ParticipationFile
               at end set eof-part to true
           end-read.
           perform until eof-part
               if PartCount < 500
                   add 1 to PartCount
                   move PAR-Account to PTB-Account(PartCount)
                   move PAR-Percent to PTB-Percent(PartCount)
                   move PAR-EffFrom to PTB-EffFrom(PartCount)
                   move PAR-EffTo to PTB-EffTo(PartCount)
               end-if
               read ParticipationFile
                   at end set eof-part to true
               end-read
           end-perform.
           close ParticipationFile.

       1200-LoadFundingRates.
           open input FundingRateFile.
           read FundingRateFile
               at end set eof-funding to true
           end-read.
           perform until eof-funding
               if FundingCount < 200
                   move FND-EffDate to WORK-DATE
                   perform 7000-DateToInteger
                   if DateInteger <= MonthEndInteger
                       add 1 to FundingCount
                       move FND-Company to FDT-Company(FundingCount)
                       move DateInteger to FDT-EffInteger(FundingCount)
                       move FND-Rate to FDT-Rate(FundingCount)
                   end-if
               end-if
               read FundingRateFile
                   at end set eof-funding to true
               end-read
           end-perform.
           close FundingRateFile.
           if FundingCount = zero
               string "No funding rate in effect on " MonthEndDate
                   " at Profitability\fundingrates.txt - cost of"
                   " funds is zero" into msg
               move "WARN " to LogSeverity
               perform 8000-Logs
           end-if.

      * EVERY ACTIVE AND NONACCRUAL LOAN IS ON THE REPORT EVEN IF IT
      * EARNED NOTHING - IT STILL CARRIES A COST OF FUNDS
       2000-LoadLoans.
           move low-values to LM-LoanAccount.
           start LoanMasterFile key >= LM-LoanAccount
               invalid key set eof-loan to true
           end-start.
           perform until eof-loan
               read LoanMasterFile next record
                   at end set eof-loan to true
               end-read
               if not eof-loan
                   if LM-StatusActive or LM-StatusNonaccrual
                       move LM-LoanAccount to ProfitKey
                       perform 2900-FindOrAddLoan
                   end-if
               end-if
           end-perform.

       2100-ApplyPostedPayments.
           open input PostedPaymentFile.
           read PostedPaymentFile
               at end set eof-posted to true
           end-read.
           perform until eof-posted
               move PPH-PaidDate to WORK-DATE
               if WORK-MONTH = ReportMonth
                   and WORK-YEAR = ReportYear
                   move PPH-Account to ProfitKey
                   perform 2900-FindOrAddLoan
                   if ProfitFound
                       add PPH-ToInterest to PFT-Interest(ProfitSub)
                       add PPH-ToPrincipal to PFT-PrinPaid(ProfitSub)
                   end-if
               end-if
               read PostedPaymentFile
                   at end set eof-posted to true
               end-read
           end-perform.
           close PostedPaymentFile.

      * THE INVESTORS' SHARE OF INTEREST EXACTLY AS REMIT COMPUTES IT
      * - EACH PERIOD PAID IN THE MONTH, SPLIT TO WHOEVER OWNED THE
      * PIECE ON THE PAID DATE. WHAT IS LEFT IS OURS.
       2200-ApplyInvestorShare.
           if PartCount = zero
               exit paragraph
           end-if.
           open input PaymentStatusFile.
           read PaymentStatusFile
               at end set eof-status to true
           end-read.
           perform until eof-status
               if PS-Paid
                   move PS-PaidDate to WORK-DATE
                   if WORK-MONTH = ReportMonth
                       and WORK-YEAR = ReportYear
                       perform 2250-ShareOnePeriod
                   end-if
               end-if
               read PaymentStatusFile
                   at end set eof-status to true
               end-read
           end-perform.
           close PaymentStatusFile.

       2250-ShareOnePeriod.
           move PS-PaidDate to WORK-DATE.
           perform 7000-DateToInteger.
           move DateInteger to PaidDateInt.
           move 1 to PartSub.
           perform PartCount times
               if PTB-Account(PartSub) = PS-Account
                   perform 2260-CheckRowInEffect
                   if RowInEffect
                       compute ShareInterest rounded =
                           PS-InterestDue * PTB-Percent(PartSub) / 100
                       move PS-Account to ProfitKey
                       perform 2900-FindOrAddLoan
                       if ProfitFound
                           add ShareInterest to
                               PFT-InvShare(ProfitSub)
                       end-if
                   end-if
               end-if
               add 1 to PartSub
           end-perform.

       2260-CheckRowInEffect.
           move "Y" to RowInEffectFlag.
           if PTB-EffFrom(PartSub) not = spaces
               move PTB-EffFrom(PartSub) to WORK-DATE
               perform 7000-DateToInteger
               move DateInteger to EffDateInt
               if PaidDateInt < EffDateInt
                   move "N" to RowInEffectFlag
               end-if
           end-if.
           if PTB-EffTo(PartSub) not = spaces
               move PTB-EffTo(PartSub) to WORK-DATE
               perform 7000-DateToInteger
               move DateInteger to EffDateInt
               if PaidDateInt > EffDateInt
                   move "N" to RowInEffectFlag
               end-if
           end-if.

      * LATE FEES COLLECTED IN THE MONTH - WAIVED CHARGES EARNED
      * NOTHING. ROWS FROM BEFORE PARTIAL PAYDOWN CARRY NO PAID
      * AMOUNT AND WERE PAID IN FULL.
       2300-ApplyLateFees.
           open input LateFeeRegister.
           read LateFeeRegister
               at end set eof-latefee to true
           end-read.
           perform until eof-latefee
               if not LFR-Waived and LFR-PaidDate not = spaces
                   move LFR-PaidDate to WORK-DATE
                   if WORK-MONTH = ReportMonth
                       and WORK-YEAR = ReportYear
                       if LFR-PaidAmt is numeric
                           and LFR-PaidAmt > zero
                           move LFR-PaidAmt to LateFeeCollected
                       else
                           move LFR-FeeAmount to LateFeeCollected
                       end-if
                       move LFR-Account to ProfitKey
                       perform 2900-FindOrAddLoan
                       if ProfitFound
                           add LateFeeCollected to
                               PFT-FeeIncome(ProfitSub)
                       end-if
                   end-if
               end-if
               read LateFeeRegister
                   at end set eof-latefee to true
               end-read
           end-perform.
           close LateFeeRegister.

       2400-ApplyServicingIncome.
           open input IncomeRegisterFile.
           read IncomeRegisterFile
               at end set eof-income to true
           end-read.
           perform until eof-income
               if SVI-Period is numeric and SVI-Account not = spaces
                   move SVI-Fee to SvcFeeAmount
                   move SVI-Account to ProfitKey
                   perform 2900-FindOrAddLoan
                   if ProfitFound
                       add SvcFeeAmount to PFT-SvcIncome(ProfitSub)
                   else
                       add 1 to UnmatchedSvcLines
                   end-if
               end-if
               read IncomeRegisterFile
                   at end set eof-income to true
               end-read
           end-perform.
           close IncomeRegisterFile.

      * THE MONTH'S CHARGE-OFFS ARE THE LOSS, LESS WHAT CAME BACK AS
      * RECOVERIES IN THE SAME MONTH
       2500-ApplyChargeoffs.
           open input ChargeoffRegister.
           read ChargeoffRegister
               at end set eof-register to true
           end-read.
           perform until eof-register
               move COR-Date to WORK-DATE
               if WORK-MONTH = ReportMonth
                   and WORK-YEAR = ReportYear
                   move COR-Account to ProfitKey
                   perform 2900-FindOrAddLoan
                   if ProfitFound
                       if COR-ChargeOff
                           add COR-Total to PFT-Loss(ProfitSub)
                       else
                           subtract COR-Total from PFT-Loss(ProfitSub)
                       end-if
                   end-if
               end-if
               read ChargeoffRegister
                   at end set eof-register to true
               end-read
           end-perform.
           close ChargeoffRegister.

      * A LOAN SEEN ONLY ON AN ACTIVITY FILE (PAID OFF OR CHARGED OFF
      * IN THE MONTH) IS PICKED UP OFF THE MASTER BY KEY
       2900-FindOrAddLoan.
           move "N" to ProfitFoundFlag.
           move 1 to ProfitSub.
           perform until ProfitSub > ProfitCount
               if PFT-Account(ProfitSub) = ProfitKey
                   set ProfitFound to true
                   exit paragraph
               end-if
               add 1 to ProfitSub
           end-perform.
           if ProfitCount >= 2000
               string "Profit table full at 2000 - " ProfitKey
                   " not reported" into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
               exit paragraph
           end-if.
           if LM-LoanAccount not = ProfitKey
               move ProfitKey to LM-LoanAccount
               read LoanMasterFile
                   invalid key
                       exit paragraph
               end-read
           end-if.
           add 1 to ProfitCount.
           move ProfitCount to ProfitSub.
           initialize ProfitEntry(ProfitSub).
           move ProfitKey to PFT-Account(ProfitSub).
           move LM-CompanyCode to PFT-Company(ProfitSub).
           move LM-CurrentBalance to PFT-EndBalance(ProfitSub).
           evaluate true
               when LM-IndexCode not = spaces
                   move "ARM" to PFT-Product(ProfitSub)
               when LM-BalloonFlag = "Y"
                   move "BALLOON" to PFT-Product(ProfitSub)
               when LM-IOMonths is numeric and LM-IOMonths > zero
                   move "INT-ONLY" to PFT-Product(ProfitSub)
               when other
                   move "FIXED" to PFT-Product(ProfitSub)
           end-evaluate.
           set ProfitFound to true.

      * AVERAGE BALANCE IS THE OPENING (CLOSING PLUS PRINCIPAL PAID IN
      * THE MONTH) AND CLOSING BALANCE OVER TWO; A MONTH OF FUNDING IS
      * ONE TWELFTH OF THE ANNUAL RATE
       3000-ContributionOneLoan.
           compute BeginBalance =
               PFT-EndBalance(ProfitSub) + PFT-PrinPaid(ProfitSub).
           compute PFT-AvgBalance(ProfitSub) rounded =
               (BeginBalance + PFT-EndBalance(ProfitSub)) / 2.
           perform 3100-FindFundingRate.
           compute PFT-CostOfFunds(ProfitSub) rounded =
               PFT-AvgBalance(ProfitSub) * PFT-FundRate(ProfitSub)
               / 100 / 12.
           compute PFT-Retained(ProfitSub) =
               PFT-Interest(ProfitSub) - PFT-InvShare(ProfitSub).
           compute PFT-Net(ProfitSub) =
               PFT-Retained(ProfitSub) + PFT-FeeIncome(ProfitSub)
               + PFT-SvcIncome(ProfitSub)
               - PFT-CostOfFunds(ProfitSub) - PFT-Loss(ProfitSub).

           add PFT-Retained(ProfitSub) to TotalRetained.
           add PFT-FeeIncome(ProfitSub) to TotalFeeIncome.
           add PFT-SvcIncome(ProfitSub) to TotalSvcIncome.
           add PFT-CostOfFunds(ProfitSub) to TotalCostOfFunds.
           add PFT-Loss(ProfitSub) to TotalLoss.
           add PFT-Net(ProfitSub) to TotalNet.

           perform 3200-RankLoan.
           perform 3300-AccumulateRollup.

      * THE COMPANY'S LATEST RATE EFFECTIVE BY MONTH END, ELSE THE
      * LATEST HOUSE RATE (BLANK COMPANY)
       3100-FindFundingRate.
           move zero to PFT-FundRate(ProfitSub).
           move zero to BestEffInteger.
           move "N" to FundRateFoundFlag.
           move 1 to FundingSub.
           perform FundingCount times
               if FDT-Company(FundingSub) = PFT-Company(ProfitSub)
                   and FDT-EffInteger(FundingSub) >= BestEffInteger
                   move FDT-EffInteger(FundingSub) to BestEffInteger
                   move FDT-Rate(FundingSub) to PFT-FundRate(ProfitSub)
                   set FundRateFound to true
               end-if
               add 1 to FundingSub
           end-perform.
           if FundRateFound
               exit paragraph
           end-if.
           move zero to BestEffInteger.
           move 1 to FundingSub.
           perform FundingCount times
               if FDT-Company(FundingSub) = spaces
                   and FDT-EffInteger(FundingSub) >= BestEffInteger
                   move FDT-EffInteger(FundingSub) to BestEffInteger
                   move FDT-Rate(FundingSub) to PFT-FundRate(ProfitSub)
               end-if
               add 1 to FundingSub
           end-perform.

      * BEST NET CONTRIBUTION FIRST - THE TOP AND BOTTOM 20 COME OFF
      * EITHER END
       3200-RankLoan.
           move 1 to InsertAt.
           perform until InsertAt > RankCount
               if PFT-Net(ProfitSub) > PFT-Net(RankEntry(InsertAt))
                   exit perform
               end-if
               add 1 to InsertAt
           end-perform.
           compute ShiftSub = RankCount.
           perform until ShiftSub < InsertAt
               move RankEntry(ShiftSub) to RankEntry(ShiftSub + 1)
               subtract 1 from ShiftSub
           end-perform.
           add 1 to RankCount.
           move ProfitSub to RankEntry(InsertAt).

       3300-AccumulateRollup.
           move "N" to RollupFoundFlag.
           move 1 to RollupSub.
           perform until RollupSub > RollupCount
               if RUP-Company(RollupSub) = PFT-Company(ProfitSub)
                   and RUP-Product(RollupSub) = PFT-Product(ProfitSub)
                   set RollupFound to true
                   exit perform
               end-if
               add 1 to RollupSub
           end-perform.
           if not RollupFound
               if RollupCount >= 100
                   exit paragraph
               end-if
               add 1 to RollupCount
               move RollupCount to RollupSub
               initialize RollupEntry(RollupSub)
               move PFT-Company(ProfitSub) to RUP-Company(RollupSub)
               move PFT-Product(ProfitSub) to RUP-Product(RollupSub)
           end-if.
           add 1 to RUP-Loans(RollupSub).
           add PFT-Retained(ProfitSub) to RUP-Retained(RollupSub).
           add PFT-FeeIncome(ProfitSub) to RUP-FeeIncome(RollupSub).
           add PFT-SvcIncome(ProfitSub) to RUP-SvcIncome(RollupSub).
           add PFT-CostOfFunds(ProfitSub) to
               RUP-CostOfFunds(RollupSub).
           add PFT-Loss(ProfitSub) to RUP-Loss(RollupSub).
           add PFT-Net(ProfitSub) to RUP-Net(RollupSub).

       4000-WriteLoanDetail.
           move spaces to ProfitLine.
           string "LOAN PROFITABILITY   Month " ReportMonth "/"
               ReportYear "   Run " TodayDate into ProfitLine.
           write ProfitLine.
           move spaces to ProfitLine.
           write ProfitLine.
           perform 4100-DetailHeading.

           move 1 to ProfitSub.
           perform ProfitCount times
               perform 4200-DetailLine
               add 1 to ProfitSub
           end-perform.

           move TotalRetained to Disp-Retained.
           move TotalFeeIncome to Disp-FeeIncome.
           move TotalSvcIncome to Disp-SvcIncome.
           move TotalCostOfFunds to Disp-CostOfFunds.
           move TotalLoss to Disp-Loss.
           move TotalNet to Disp-Net.
           move spaces to ProfitLine.
           string "TOTAL" "                                    "
               Disp-Retained " " Disp-FeeIncome " "
               Disp-SvcIncome " " Disp-CostOfFunds " "
               Disp-Loss " " Disp-Net into ProfitLine.
           write ProfitLine.
           if UnmatchedSvcLines > zero
               move spaces to ProfitLine
               string "Servicing income lines for accounts not on the"
                   " master " UnmatchedSvcLines into ProfitLine
               write ProfitLine
           end-if.

       4100-DetailHeading.
           move spaces to ProfitLine.
           string "Account    Co  Product    Avg balance"
               "    Retained int     Fee income    Svc income"
               "  Cost of funds    Charge-offs  Net contribution"
               into ProfitLine.
           write ProfitLine.

       4200-DetailLine.
           move PFT-AvgBalance(ProfitSub) to Disp-Balance.
           move PFT-Retained(ProfitSub) to Disp-Retained.
           move PFT-FeeIncome(ProfitSub) to Disp-FeeIncome.
           move PFT-SvcIncome(ProfitSub) to Disp-SvcIncome.
           move PFT-CostOfFunds(ProfitSub) to Disp-CostOfFunds.
           move PFT-Loss(ProfitSub) to Disp-Loss.
           move PFT-Net(ProfitSub) to Disp-Net.
           move spaces to ProfitLine.
           string PFT-Account(ProfitSub) " "
               PFT-Company(ProfitSub) " "
               PFT-Product(ProfitSub) " "
               Disp-Balance " " Disp-Retained " "
               Disp-FeeIncome " " Disp-SvcIncome " "
               Disp-CostOfFunds " " Disp-Loss " " Disp-Net
               into ProfitLine.
           write ProfitLine.

       4500-WriteRollups.
           move spaces to ProfitLine.
           write ProfitLine.
           move spaces to ProfitLine.
           string "By company and product" into ProfitLine.
           write ProfitLine.
           move spaces to ProfitLine.
           string "Co  Product   Loans    Retained int     Fee income"
               "    Svc income  Cost of funds    Charge-offs"
               "  Net contribution" into ProfitLine.
           write ProfitLine.

           move 1 to RollupSub.
           perform RollupCount times
               move RUP-Loans(RollupSub) to Disp-Count
               move RUP-Retained(RollupSub) to Disp-Retained
               move RUP-FeeIncome(RollupSub) to Disp-FeeIncome
               move RUP-SvcIncome(RollupSub) to Disp-SvcIncome
               move RUP-CostOfFunds(RollupSub) to Disp-CostOfFunds
               move RUP-Loss(RollupSub) to Disp-Loss
               move RUP-Net(RollupSub) to Disp-Net
               move spaces to ProfitLine
               string RUP-Company(RollupSub) " "
                   RUP-Product(RollupSub) " "
                   Disp-Count " " Disp-Retained " "
                   Disp-FeeIncome " " Disp-SvcIncome " "
                   Disp-CostOfFunds " " Disp-Loss " " Disp-Net
                   into ProfitLine
               write ProfitLine
               add 1 to RollupSub
           end-perform.

      * THE TOP AND BOTTOM 20 START A NEW PAGE SO THE PAIR CAN BE
      * PULLED FOR THE MANAGEMENT PACK ON THEIR OWN
       5000-WriteTopAndBottom.
           move spaces to ProfitLine.
           string "LOAN PROFITABILITY - TOP AND BOTTOM 20   Month "
               ReportMonth "/" ReportYear into ProfitLine.
           write ProfitLine after advancing page.
           move spaces to ProfitLine.
           write ProfitLine.
           move spaces to ProfitLine.
           string "Top 20 by net contribution" into ProfitLine.
           write ProfitLine.
           perform 4100-DetailHeading.

           move zero to ListedCount.
           move 1 to RankSub.
           perform until RankSub > RankCount or ListedCount >= 20
               move RankEntry(RankSub) to ProfitSub
               perform 4200-DetailLine
               add 1 to ListedCount
               add 1 to RankSub
           end-perform.

           move spaces to ProfitLine.
           write ProfitLine.
           move spaces to ProfitLine.
           string "Bottom 20 by net contribution (worst first)"
               into ProfitLine.
           write ProfitLine.
           perform 4100-DetailHeading.

           move zero to ListedCount.
           move RankCount to RankSub.
           perform until RankSub < 1 or ListedCount >= 20
               move RankEntry(RankSub) to ProfitSub
               perform 4200-DetailLine
               add 1 to ListedCount
               subtract 1 from RankSub
           end-perform.

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

       9000-CloseLog.
           move "C" to LogAction.
           call "shared\wrkmodule\LOGGER" using
                   SharedLogFilePath,
                   LogProgramName,
                   spaces,
                   spaces,
                   LogAction
           end-call.

       end program LOANPROFIT.
