      ******************************************************************
      * Allowance for loan losses (CECL reserve) - replaces the        *
      * quarter-end spreadsheet accounting built off the AGING         *
      * printout. For the period-end date in Chargeoff\reservedate.txt *
      * every active and nonaccrual loan on the master is put in a     *
      * pool by company, worst aging bucket off                        *
      * LoanPayments\agingextract.txt, modified flag (any terms on     *
      * Modification\termshistory.txt) and legal status off            *
      * shared\data\legalstatus.txt. Each pool's loss rate comes off   *
      * the maintained table at Chargeoff\lossrates.txt (a row for the *
      * company, else the all-company row with a blank company) and    *
      * the company's own experience on the charge-off register - net  *
      * charge-offs over the trailing year against the pooled balance  *
      * - whichever is higher. The required allowance is printed by    *
      * pool with the quarter's walk: beginning (the prior period's    *
      * ending off Chargeoff\reservehistory.txt), charge-offs and      *
      * recoveries off the register since then (credited to the pool   *
      * the loan sat in at the prior period end, kept on               *
      * Chargeoff\reservepools.txt), the provision that balances it,   *
      * and the ending. Only the CHANGE in the allowance posts - a     *
      * balanced provision / allowance pair per pool onto              *
      * shared\data\glwork.txt through the chart-of-accounts mapping - *
      * measured against what is already recognized, so a rerun of the *
      * same period-end replaces that period's history rows and posts  *
      * only the difference.                                           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. LOSSRESERVE.

       ENVIRONMENT DIVISION.
       input-output section.
           file-control.
               select ReserveDateFile ASSIGN TO
                   "Chargeoff\reservedate.txt"
                   organization is line sequential
                   file status is DateFileStatus.

               select LoanMasterFile ASSIGN TO
                   "shared\data\loanmaster.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is LM-LoanAccount
                   file status is LoanMasterStatus.

               select optional AgingExtractFile ASSIGN TO
                   "LoanPayments\agingextract.txt"
                   organization is line sequential.

               select optional TermsHistoryFile ASSIGN TO
                   "Modification\termshistory.txt"
                   organization is line sequential.

               select optional LegalStatusFile ASSIGN TO
                   "shared\data\legalstatus.txt"
                   organization is line sequential.

               select optional LossRateFile ASSIGN TO
                   "Chargeoff\lossrates.txt"
                   organization is line sequential.

               select optional ChargeoffRegister ASSIGN TO
                   "Chargeoff\chargeoffregister.txt"
                   organization is line sequential.

               select optional PoolAssignFile ASSIGN TO
                   "Chargeoff\reservepools.txt"
                   organization is line sequential.

               select optional ReserveHistoryFile ASSIGN TO
                   "Chargeoff\reservehistory.txt"
                   organization is line sequential.

               select optional HistoryWorkFile ASSIGN TO
                   "Chargeoff\reservehistory.tmp"
                   organization is line sequential.

               select optional GLWorkFile ASSIGN TO
                   "shared\data\glwork.txt"
                   organization is line sequential.

               select optional ChartOfAccountsFile ASSIGN TO
                   "shared\data\chartofaccounts.txt"
                   organization is line sequential.

               select ReserveReportFile ASSIGN TO
                   "Chargeoff\reservereport.txt"
                   organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD  ReserveDateFile.
           01 ReserveDateRecord.
               05  RSV-Date         PIC X(10).

       FD  LoanMasterFile.
           copy "../shared/copybooks/loanmaster.cpy".

       FD  AgingExtractFile.
           01 AgingExtractRecord.
               05  AGX-Account      PIC X(10).
               05  AGX-WorstBucket  PIC 9(3).
               05  AGX-PastDueAmt   PIC 9(8)V99.

       FD  TermsHistoryFile.
           01 TermsHistoryRecord.
               05  MTH-Account      PIC X(10).
               05  MTH-EffPeriod    PIC 9(4).
               05  MTH-Rate         PIC 99V99.
               05  MTH-TermMonths   PIC 999.
               05  MTH-CapAmount    PIC 9(6)V99.
               05  MTH-ModDate      PIC X(10).
               05  MTH-Forgiven     PIC 9(6)V99.

       FD  LegalStatusFile.
           copy "../shared/copybooks/legalstat.cpy".

       FD  LossRateFile.
           01 LossRateRecord.
               05  LRT-Company      PIC X(3).
               05  LRT-Bucket       PIC 9(3).
               05  LRT-Modified     PIC X.
               05  LRT-Legal        PIC XX.
               05  LRT-Rate         PIC 99V9999.

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

      * WHICH POOL EACH LOAN SAT IN AT A PERIOD END - A LOAN CHARGED
      * OFF DURING THE NEXT QUARTER IS CHARGED AGAINST THAT POOL
       FD  PoolAssignFile.
           01 PoolAssignRecord.
               05  RPA-PeriodDate   PIC X(10).
               05  RPA-Account      PIC X(10).
               05  RPA-Pool         PIC X(9).

       FD  ReserveHistoryFile.
           01 ReserveHistoryRecord.
               05  RSH-PeriodDate   PIC X(10).
               05  RSH-Pool.
                   10  RSH-Company  PIC X(3).
                   10  RSH-Bucket   PIC 9(3).
                   10  RSH-Modified PIC X.
                   10  RSH-Legal    PIC XX.
               05  RSH-LoanCount    PIC 9(5).
               05  RSH-Balance      PIC 9(9)V99.
               05  RSH-Rate         PIC 99V9999.
               05  RSH-Beginning    PIC 9(9)V99.
               05  RSH-ChargeOffs   PIC 9(9)V99.
               05  RSH-Recoveries   PIC 9(9)V99.
               05  RSH-Provision    PIC S9(9)V99 sign leading separate.
               05  RSH-Ending       PIC 9(9)V99.

       FD  HistoryWorkFile.
           01 HistoryWorkRecord     PIC X(100).

       FD  GLWorkFile.
           copy "../shared/copybooks/glwork.cpy".

       FD  ChartOfAccountsFile.
           01 ChartOfAccountsRecord.
               05  COA-PostTypeIn   PIC X(4).
               05  COA-AcctNoIn     PIC X(8).
               05  COA-AcctNameIn   PIC X(24).

       FD  ReserveReportFile.
           01 ReserveReportLine     PIC X(132).

       working-storage section.
       01  CHART-OF-ACCOUNTS.
           05  ChartEntry occurs 50 times.
               10  COA-PostType     PIC X(4).
               10  COA-AcctNo       PIC X(8).
               10  COA-AcctName     PIC X(24).
       01  ChartCount               PIC 99 value zero.
       01  ChartSub                 PIC 99 value zero.
       01  GLPostType               PIC X(4) value spaces.

       01  LOSS-RATE-TABLE.
           05  RateEntry occurs 200 times.
               10  RTE-Company      PIC X(3).
               10  RTE-Bucket       PIC 9(3).
               10  RTE-Modified     PIC X.
               10  RTE-Legal        PIC XX.
               10  RTE-Rate         PIC 99V9999.
       01  RateCount                PIC 999 value zero.
       01  RateSub                  PIC 999 value zero.

       01  AGING-TABLE.
           05  AgingEntry occurs 2000 times.
               10  AGT-Account      PIC X(10).
               10  AGT-Bucket       PIC 9(3).
       01  AgingCount               PIC 9(4) value zero.
       01  AgingSub                 PIC 9(4) value zero.

       01  MODIFIED-TABLE.
           05  ModifiedAccount occurs 1000 times PIC X(10).
       01  ModifiedCount            PIC 9(4) value zero.
       01  ModifiedSub              PIC 9(4) value zero.

       01  LEGAL-TABLE.
           05  LegalEntry occurs 500 times.
               10  LGT-Account      PIC X(10).
               10  LGT-Status       PIC XX.
       01  LegalCount               PIC 999 value zero.
       01  LegalSub                 PIC 999 value zero.

       01  PRIOR-ASSIGN-TABLE.
           05  PriorAssignEntry occurs 3000 times.
               10  PRA-Account      PIC X(10).
               10  PRA-Pool         PIC X(9).
       01  PriorAssignCount         PIC 9(4) value zero.
       01  PriorAssignSub           PIC 9(4) value zero.

       01  POOL-TABLE.
           05  PoolEntry occurs 200 times.
               10  POL-Key.
                   15  POL-Company  PIC X(3).
                   15  POL-Bucket   PIC 9(3).
                   15  POL-Modified PIC X.
                   15  POL-Legal    PIC XX.
               10  POL-LoanCount    PIC 9(5).
               10  POL-Balance      PIC 9(9)V99.
               10  POL-TableRate    PIC 99V9999.
               10  POL-TableFlag    PIC X.
               10  POL-HistRate     PIC 99V9999.
               10  POL-Rate         PIC 99V9999.
               10  POL-Beginning    PIC 9(9)V99.
               10  POL-Recognized   PIC 9(9)V99.
               10  POL-ChargeOffs   PIC 9(9)V99.
               10  POL-Recoveries   PIC 9(9)V99.
               10  POL-Provision    PIC S9(9)V99.
               10  POL-Ending       PIC 9(9)V99.
       01  PoolCount                PIC 999 value zero.
       01  PoolSub                  PIC 999 value zero.
       01  PoolFoundFlag            PIC X value "N".
           88  PoolFound            value "Y".
       01  PoolKey.
           05  PKY-Company          PIC X(3).
           05  PKY-Bucket           PIC 9(3).
           05  PKY-Modified         PIC X.
           05  PKY-Legal            PIC XX.

      * EACH COMPANY'S OWN LOSS EXPERIENCE - NET CHARGE-OFFS OVER THE
      * TRAILING YEAR AGAINST WHAT IS POOLED FOR IT TODAY
       01  COMPANY-TABLE.
           05  CompanyEntry occurs 20 times.
               10  CMP-Company      PIC X(3).
               10  CMP-Balance      PIC 9(9)V99.
               10  CMP-NetLoss      PIC S9(9)V99.
               10  CMP-HistRate     PIC 99V9999.
       01  CompanyCount             PIC 99 value zero.
       01  CompanySub               PIC 99 value zero.
       01  CompanyFoundFlag         PIC X value "N".
           88  CompanyFound         value "Y".
       01  CompanyKey               PIC X(3) value spaces.

       01  DateFileStatus           PIC XX value spaces.
       01  LoanMasterStatus         PIC XX value spaces.
       01  eof-date-file            PIC X value "N".
           88  eof-date             value "Y".
       01  eof-loan-file            PIC X value "N".
           88  eof-loan             value "Y".
       01  eof-extract-file         PIC X value "N".
           88  eof-extract          value "Y".
       01  eof-history-file         PIC X value "N".
           88  eof-history          value "Y".
       01  eof-legal-file           PIC X value "N".
           88  eof-legal            value "Y".
       01  eof-rate-file            PIC X value "N".
           88  eof-rate             value "Y".
       01  eof-register-file        PIC X value "N".
           88  eof-register         value "Y".
       01  eof-assign-file          PIC X value "N".
           88  eof-assign           value "Y".
       01  eof-reserve-file         PIC X value "N".
           88  eof-reserve          value "Y".
       01  eof-chart-file           PIC X value "N".
           88  eof-chart            value "Y".

       01  PeriodDate               PIC X(10) value spaces.
       01  PeriodInteger            PIC 9(7) value zero.
       01  PriorPeriodDate          PIC X(10) value spaces.
       01  PriorInteger             PIC 9(7) value zero.
       01  TrailingYearStart        PIC 9(7) value zero.
       01  RowInteger               PIC 9(7) value zero.
       01  SamePeriodFlag           PIC X value "N".
           88  SamePeriodOnFile     value "Y".

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

       01  LoansPooled              PIC 9(5) value zero.
       01  LoansSkipped             PIC 9(5) value zero.
       01  UnassignedChargeoffs     PIC 9(4) value zero.
       01  DeltaAllowance           PIC S9(9)V99 value zero.
       01  GLMagnitude              PIC 9(9)V99 value zero.
       01  HistRateWork             PIC 9(5)V9999 value zero.
       01  TotalBalance             PIC 9(10)V99 value zero.
       01  TotalBeginning           PIC 9(10)V99 value zero.
       01  TotalChargeOffs          PIC 9(10)V99 value zero.
       01  TotalRecoveries          PIC 9(10)V99 value zero.
       01  TotalProvision           PIC S9(10)V99 value zero.
       01  TotalEnding              PIC 9(10)V99 value zero.
       01  TotalPostedUp            PIC 9(10)V99 value zero.
       01  TotalPostedDown          PIC 9(10)V99 value zero.

       01  Disp-Count               PIC ZZ,ZZ9.
       01  Disp-Balance             PIC $$$,$$$,$$9.99.
       01  Disp-Beginning           PIC $$$,$$$,$$9.99.
       01  Disp-ChargeOffs          PIC $$$,$$$,$$9.99.
       01  Disp-Recoveries          PIC $$$,$$$,$$9.99.
       01  Disp-Provision           PIC -$$,$$$,$$9.99.
       01  Disp-Ending              PIC $$$,$$$,$$9.99.
       01  Disp-TableRate           PIC Z9.9999.
       01  Disp-HistRate            PIC Z9.9999.
       01  Disp-Rate                PIC Z9.9999.

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
       01  LogProgramName           PIC X(14) value "LOSSRESERVE".
       01  LogAction                PIC X value "W".
           88  LogActionClose       value "C".

       PROCEDURE DIVISION.
       0000-MainDriver.
           move function CURRENT-DATE to CURRENT-DATE-AND-TIME.
           move spaces to TodayDate.
           string CDT-Month "/" CDT-Day "/" CDT-Year into TodayDate.

           open input ReserveDateFile.
           if DateFileStatus not = "00"
               display "LOSSRESERVE - no period-end date at "
                   "Chargeoff\reservedate.txt, status "
                   DateFileStatus
               perform 9000-CloseLog
               stop run
           end-if.
           read ReserveDateFile
               at end set eof-date to true
           end-read.
           if eof-date
               display "LOSSRESERVE - period-end date file is empty"
               close ReserveDateFile
               perform 9000-CloseLog
               stop run
           end-if.
           move RSV-Date to PeriodDate.
           close ReserveDateFile.
           move PeriodDate to WORK-DATE.
           perform 7000-DateToInteger.
           move DateInteger to PeriodInteger.
           compute TrailingYearStart = PeriodInteger - 365.

           open input LoanMasterFile.
           if LoanMasterStatus not = "00"
               string "No loan master at shared\data\loanmaster.dat"
                   " status " LoanMasterStatus into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
               display "LOSSRESERVE - no loan master, status "
                   LoanMasterStatus
               perform 9000-CloseLog
               stop run
           end-if.

           perform 1000-LoadChartOfAccounts.
           perform 1100-LoadLossRates.
           perform 1200-LoadAgingExtract.
           perform 1300-LoadModifiedLoans.
           perform 1400-LoadLegalStatus.
           perform 1500-LoadReserveHistory.
           perform 1600-LoadPriorAssignments.

           perform 2000-PoolLoans.
           perform 3000-ApplyRegister.
           perform 3500-ComputeAllowance.

           open extend GLWorkFile.
           move 1 to PoolSub.
           perform PoolCount times
               perform 4000-PostProvision
               add 1 to PoolSub
           end-perform.
           close GLWorkFile.

           perform 5000-WriteReport.
           perform 6000-RewriteHistory.

           close LoanMasterFile.

           display "LOSSRESERVE period " PeriodDate
               " pools " PoolCount
               " loans " LoansPooled
               " allowance " TotalEnding.

           string "END. Period " PeriodDate
               " pools " PoolCount
               " loans " LoansPooled
               " allowance " TotalEnding
               " posted up " TotalPostedUp
               " posted down " TotalPostedDown into msg.
           perform 8000-Logs.
           perform 9000-CloseLog.

           stop run.

       1000-LoadChartOfAccounts.
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

       1100-LoadLossRates.
           open input LossRateFile.
           read LossRateFile
               at end set eof-rate to true
           end-read.
           perform until eof-rate
               if RateCount < 200
                   add 1 to RateCount
                   move LRT-Company to RTE-Company(RateCount)
                   move LRT-Bucket to RTE-Bucket(RateCount)
                   move LRT-Modified to RTE-Modified(RateCount)
                   move LRT-Legal to RTE-Legal(RateCount)
                   move LRT-Rate to RTE-Rate(RateCount)
               end-if
               read LossRateFile
                   at end set eof-rate to true
               end-read
           end-perform.
           close LossRateFile.
           if RateCount = zero
               string "No loss rates at Chargeoff\lossrates.txt -"
                   " every pool reserved at its company's charge-off"
                   " experience" into msg
               move "WARN " to LogSeverity
               perform 8000-Logs
           end-if.

       1200-LoadAgingExtract.
           open input AgingExtractFile.
           read AgingExtractFile
               at end set eof-extract to true
           end-read.
           perform until eof-extract
               if AgingCount < 2000
                   add 1 to AgingCount
                   move AGX-Account to AGT-Account(AgingCount)
                   move AGX-WorstBucket to AGT-Bucket(AgingCount)
               end-if
               read AgingExtractFile
                   at end set eof-extract to true
               end-read
           end-perform.
           close AgingExtractFile.

       1300-LoadModifiedLoans.
           open input TermsHistoryFile.
           read TermsHistoryFile
               at end set eof-history to true
           end-read.
           perform until eof-history
               move "N" to PoolFoundFlag
               move 1 to ModifiedSub
               perform until ModifiedSub > ModifiedCount
                   if ModifiedAccount(ModifiedSub) = MTH-Account
                       set PoolFound to true
                       exit perform
                   end-if
                   add 1 to ModifiedSub
               end-perform
               if not PoolFound and ModifiedCount < 1000
                   add 1 to ModifiedCount
                   move MTH-Account to ModifiedAccount(ModifiedCount)
               end-if
               read TermsHistoryFile
                   at end set eof-history to true
               end-read
           end-perform.
           close TermsHistoryFile.

       1400-LoadLegalStatus.
           open input LegalStatusFile.
           read LegalStatusFile
               at end set eof-legal to true
           end-read.
           perform until eof-legal
               if LegalCount < 500
                   add 1 to LegalCount
                   move LGL-Account to LGT-Account(LegalCount)
                   move LGL-Status to LGT-Status(LegalCount)
               end-if
               read LegalStatusFile
                   at end set eof-legal to true
               end-read
           end-perform.
           close LegalStatusFile.

      * TWO PASSES OVER THE HISTORY - THE FIRST FINDS THE LATEST
      * PERIOD END BEFORE THIS ONE AND WHETHER THIS PERIOD WAS ALREADY
      * RUN; THE SECOND SEEDS EACH POOL'S BEGINNING FROM THE PRIOR
      * PERIOD'S ENDING AND WHAT THE LEDGER ALREADY CARRIES
       1500-LoadReserveHistory.
           open input ReserveHistoryFile.
           read ReserveHistoryFile
               at end set eof-reserve to true
           end-read.
           perform until eof-reserve
               move RSH-PeriodDate to WORK-DATE
               perform 7000-DateToInteger
               if DateInteger = PeriodInteger
                   set SamePeriodOnFile to true
               end-if
               if DateInteger < PeriodInteger
                   and DateInteger > PriorInteger
                   move DateInteger to PriorInteger
                   move RSH-PeriodDate to PriorPeriodDate
               end-if
               read ReserveHistoryFile
                   at end set eof-reserve to true
               end-read
           end-perform.
           close ReserveHistoryFile.

           move "N" to eof-reserve-file.
           open input ReserveHistoryFile.
           read ReserveHistoryFile
               at end set eof-reserve to true
           end-read.
           perform until eof-reserve
               if RSH-PeriodDate = PriorPeriodDate
                   and PriorInteger > zero
                   move RSH-Pool to PoolKey
                   perform 2500-FindOrAddPool
                   if PoolFound
                       move RSH-Ending to POL-Beginning(PoolSub)
                       if not SamePeriodOnFile
                           move RSH-Ending to
                               POL-Recognized(PoolSub)
                       end-if
                   end-if
               end-if
               if RSH-PeriodDate = PeriodDate
                   move RSH-Pool to PoolKey
                   perform 2500-FindOrAddPool
                   if PoolFound
                       move RSH-Ending to POL-Recognized(PoolSub)
                   end-if
               end-if
               read ReserveHistoryFile
                   at end set eof-reserve to true
               end-read
           end-perform.
           close ReserveHistoryFile.

           if SamePeriodOnFile
               string "Period " PeriodDate " already on the reserve"
                   " history - rerun replaces it and posts only the"
                   " difference" into msg
               move "WARN " to LogSeverity
               perform 8000-Logs
           end-if.

       1600-LoadPriorAssignments.
           if PriorInteger = zero
               exit paragraph
           end-if.
           open input PoolAssignFile.
           read PoolAssignFile
               at end set eof-assign to true
           end-read.
           perform until eof-assign
               if RPA-PeriodDate = PriorPeriodDate
                   and PriorAssignCount < 3000
                   add 1 to PriorAssignCount
                   move RPA-Account to PRA-Account(PriorAssignCount)
                   move RPA-Pool to PRA-Pool(PriorAssignCount)
               end-if
               read PoolAssignFile
                   at end set eof-assign to true
               end-read
           end-perform.
           close PoolAssignFile.

      * EVERY ACTIVE AND NONACCRUAL LOAN GOES IN A POOL. THE POOL
      * ASSIGNMENT FILE IS REWRITTEN WITH THE PRIOR PERIOD'S ROWS
      * (STILL NEEDED BY A RERUN OF THIS PERIOD) AND THIS PERIOD'S.
       2000-PoolLoans.
           open output PoolAssignFile.
           move 1 to PriorAssignSub.
           perform PriorAssignCount times
               move spaces to PoolAssignRecord
               move PriorPeriodDate to RPA-PeriodDate
               move PRA-Account(PriorAssignSub) to RPA-Account
               move PRA-Pool(PriorAssignSub) to RPA-Pool
               write PoolAssignRecord
               add 1 to PriorAssignSub
           end-perform.

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
                       perform 2100-PoolOneLoan
                   else
                       add 1 to LoansSkipped
                   end-if
               end-if
           end-perform.

           close PoolAssignFile.

       2100-PoolOneLoan.
           move LM-CompanyCode to PKY-Company.
           move zero to PKY-Bucket.
           move 1 to AgingSub.
           perform until AgingSub > AgingCount
               if AGT-Account(AgingSub) = LM-LoanAccount
                   move AGT-Bucket(AgingSub) to PKY-Bucket
                   exit perform
               end-if
               add 1 to AgingSub
           end-perform.
           move "N" to PKY-Modified.
           move 1 to ModifiedSub.
           perform until ModifiedSub > ModifiedCount
               if ModifiedAccount(ModifiedSub) = LM-LoanAccount
                   move "Y" to PKY-Modified
                   exit perform
               end-if
               add 1 to ModifiedSub
           end-perform.
           move spaces to PKY-Legal.
           move 1 to LegalSub.
           perform until LegalSub > LegalCount
               if LGT-Account(LegalSub) = LM-LoanAccount
                   move LGT-Status(LegalSub) to PKY-Legal
                   exit perform
               end-if
               add 1 to LegalSub
           end-perform.

           perform 2500-FindOrAddPool.
           if not PoolFound
               add 1 to LoansSkipped
               exit paragraph
           end-if.
           add 1 to LoansPooled.
           add 1 to POL-LoanCount(PoolSub).
           add LM-CurrentBalance to POL-Balance(PoolSub).

           move LM-CompanyCode to CompanyKey.
           perform 2600-FindOrAddCompany.
           if CompanyFound
               add LM-CurrentBalance to CMP-Balance(CompanySub)
           end-if.

           move spaces to PoolAssignRecord.
           move PeriodDate to RPA-PeriodDate.
           move LM-LoanAccount to RPA-Account.
           move PoolKey to RPA-Pool.
           write PoolAssignRecord.

       2500-FindOrAddPool.
           move "N" to PoolFoundFlag.
           move 1 to PoolSub.
           perform until PoolSub > PoolCount
               if POL-Key(PoolSub) = PoolKey
                   set PoolFound to true
                   exit paragraph
               end-if
               add 1 to PoolSub
           end-perform.
           if PoolCount >= 200
               string "Pool table full at 200 - pool " PoolKey
                   " not reserved, rerun" into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
               exit paragraph
           end-if.
           add 1 to PoolCount.
           move PoolCount to PoolSub.
           move PoolKey to POL-Key(PoolSub).
           move zero to POL-LoanCount(PoolSub).
           move zero to POL-Balance(PoolSub).
           move zero to POL-TableRate(PoolSub).
           move "N" to POL-TableFlag(PoolSub).
           move zero to POL-HistRate(PoolSub).
           move zero to POL-Rate(PoolSub).
           move zero to POL-Beginning(PoolSub).
           move zero to POL-Recognized(PoolSub).
           move zero to POL-ChargeOffs(PoolSub).
           move zero to POL-Recoveries(PoolSub).
           move zero to POL-Provision(PoolSub).
           move zero to POL-Ending(PoolSub).
           set PoolFound to true.

       2600-FindOrAddCompany.
           move "N" to CompanyFoundFlag.
           move 1 to CompanySub.
           perform until CompanySub > CompanyCount
               if CMP-Company(CompanySub) = CompanyKey
                   set CompanyFound to true
                   exit paragraph
               end-if
               add 1 to CompanySub
           end-perform.
           if CompanyCount >= 20
               exit paragraph
           end-if.
           add 1 to CompanyCount.
           move CompanyCount to CompanySub.
           move CompanyKey to CMP-Company(CompanySub).
           move zero to CMP-Balance(CompanySub).
           move zero to CMP-NetLoss(CompanySub).
           move zero to CMP-HistRate(CompanySub).
           set CompanyFound to true.

      * THE REGISTER FEEDS TWO THINGS - THE QUARTER'S CHARGE-OFFS AND
      * RECOVERIES FOR THE WALK (ROWS SINCE THE PRIOR PERIOD END), AND
      * EACH COMPANY'S TRAILING-YEAR NET LOSS FOR ITS EXPERIENCE RATE
       3000-ApplyRegister.
           open input ChargeoffRegister.
           read ChargeoffRegister
               at end set eof-register to true
           end-read.
           perform until eof-register
               move COR-Date to WORK-DATE
               perform 7000-DateToInteger
               move DateInteger to RowInteger
               if RowInteger <= PeriodInteger
                   and RowInteger > TrailingYearStart
                   perform 3100-CompanyExperience
               end-if
               if RowInteger <= PeriodInteger
                   and RowInteger > PriorInteger
                   and PriorInteger > zero
                   perform 3200-WalkActivity
               end-if
               read ChargeoffRegister
                   at end set eof-register to true
               end-read
           end-perform.
           close ChargeoffRegister.

       3100-CompanyExperience.
           move COR-Account to LM-LoanAccount.
           read LoanMasterFile
               invalid key
                   move spaces to LM-CompanyCode
           end-read.
           move LM-CompanyCode to CompanyKey.
           perform 2600-FindOrAddCompany.
           if not CompanyFound
               exit paragraph
           end-if.
           if COR-ChargeOff
               add COR-Total to CMP-NetLoss(CompanySub)
           else
               subtract COR-Total from CMP-NetLoss(CompanySub)
           end-if.

      * A LOAN NOT POOLED AT THE PRIOR PERIOD END (BOARDED AND LOST
      * INSIDE THE QUARTER) IS CHARGED TO ITS COMPANY'S 120-DAY POOL
       3200-WalkActivity.
           move "N" to PoolFoundFlag.
           move 1 to PriorAssignSub.
           perform until PriorAssignSub > PriorAssignCount
               if PRA-Account(PriorAssignSub) = COR-Account
                   move PRA-Pool(PriorAssignSub) to PoolKey
                   set PoolFound to true
                   exit perform
               end-if
               add 1 to PriorAssignSub
           end-perform.
           if not PoolFound
               add 1 to UnassignedChargeoffs
               move COR-Account to LM-LoanAccount
               read LoanMasterFile
                   invalid key
                       move spaces to LM-CompanyCode
               end-read
               move LM-CompanyCode to PKY-Company
               move 120 to PKY-Bucket
               move "N" to PKY-Modified
               move spaces to PKY-Legal
           end-if.
           perform 2500-FindOrAddPool.
           if not PoolFound
               exit paragraph
           end-if.
           if COR-ChargeOff
               add COR-Total to POL-ChargeOffs(PoolSub)
           else
               add COR-Total to POL-Recoveries(PoolSub)
           end-if.

      * POOL RATE IS THE HIGHER OF THE MAINTAINED TABLE RATE AND THE
      * COMPANY'S OWN EXPERIENCE; THE PROVISION IS WHATEVER BALANCES
      * BEGINNING - CHARGE-OFFS + RECOVERIES + PROVISION = ENDING
       3500-ComputeAllowance.
           move 1 to CompanySub.
           perform CompanyCount times
               move zero to CMP-HistRate(CompanySub)
               if CMP-Balance(CompanySub) > zero
                   and CMP-NetLoss(CompanySub) > zero
                   compute HistRateWork rounded =
                       CMP-NetLoss(CompanySub) * 100
                       / CMP-Balance(CompanySub)
                   if HistRateWork > 99.9999
                       move 99.9999 to CMP-HistRate(CompanySub)
                   else
                       move HistRateWork to CMP-HistRate(CompanySub)
                   end-if
               end-if
               add 1 to CompanySub
           end-perform.

           move 1 to PoolSub.
           perform PoolCount times
               perform 3600-FindTableRate
               move POL-Company(PoolSub) to CompanyKey
               perform 2600-FindOrAddCompany
               if CompanyFound
                   move CMP-HistRate(CompanySub) to
                       POL-HistRate(PoolSub)
               end-if
               if POL-TableRate(PoolSub) > POL-HistRate(PoolSub)
                   move POL-TableRate(PoolSub) to POL-Rate(PoolSub)
               else
                   move POL-HistRate(PoolSub) to POL-Rate(PoolSub)
               end-if
               compute POL-Ending(PoolSub) rounded =
                   POL-Balance(PoolSub) * POL-Rate(PoolSub) / 100
               compute POL-Provision(PoolSub) =
                   POL-Ending(PoolSub) - POL-Beginning(PoolSub)
                   + POL-ChargeOffs(PoolSub)
                   - POL-Recoveries(PoolSub)
               add 1 to PoolSub
           end-perform.

       3600-FindTableRate.
           move 1 to RateSub.
           perform until RateSub > RateCount
               if RTE-Company(RateSub) = POL-Company(PoolSub)
                   and RTE-Bucket(RateSub) = POL-Bucket(PoolSub)
                   and RTE-Modified(RateSub) = POL-Modified(PoolSub)
                   and RTE-Legal(RateSub) = POL-Legal(PoolSub)
                   move RTE-Rate(RateSub) to POL-TableRate(PoolSub)
                   move "Y" to POL-TableFlag(PoolSub)
                   exit paragraph
               end-if
               add 1 to RateSub
           end-perform.
           move 1 to RateSub.
           perform until RateSub > RateCount
               if RTE-Company(RateSub) = spaces
                   and RTE-Bucket(RateSub) = POL-Bucket(PoolSub)
                   and RTE-Modified(RateSub) = POL-Modified(PoolSub)
                   and RTE-Legal(RateSub) = POL-Legal(PoolSub)
                   move RTE-Rate(RateSub) to POL-TableRate(PoolSub)
                   move "Y" to POL-TableFlag(PoolSub)
                   exit paragraph
               end-if
               add 1 to RateSub
           end-perform.

      * ONLY THE CHANGE AGAINST WHAT THE LEDGER ALREADY CARRIES POSTS.
      * BUILD: DR PROVISION EXPENSE, CR THE ALLOWANCE. RELEASE: DR THE
      * ALLOWANCE, CR PROVISION EXPENSE. NO CHANGE, NO ENTRY.
       4000-PostProvision.
           compute DeltaAllowance =
               POL-Ending(PoolSub) - POL-Recognized(PoolSub).
           if DeltaAllowance = zero
               exit paragraph
           end-if.

           move spaces to GLWorkRecord.
           move LogProgramName to GLW-Source.
           move PeriodDate to GLW-Date.
           move POL-Key(PoolSub) to GLW-Account.
           move POL-Company(PoolSub) to GLW-Company.

           if DeltaAllowance > zero
               move DeltaAllowance to GLMagnitude
               add GLMagnitude to TotalPostedUp
               move GLMagnitude to GLW-Amount
               move "PROV" to GLPostType
               perform 4100-MapGLAccount
               move "DR" to GLW-DRCR
               write GLWorkRecord
               move "ALLW" to GLPostType
               perform 4100-MapGLAccount
               move "CR" to GLW-DRCR
               write GLWorkRecord
           else
               compute GLMagnitude = zero - DeltaAllowance
               add GLMagnitude to TotalPostedDown
               move GLMagnitude to GLW-Amount
               move "ALLW" to GLPostType
               perform 4100-MapGLAccount
               move "DR" to GLW-DRCR
               write GLWorkRecord
               move "PROV" to GLPostType
               perform 4100-MapGLAccount
               move "CR" to GLW-DRCR
               write GLWorkRecord
           end-if.

       4100-MapGLAccount.
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
               when "PROV"
                   move "Provision Loan Losses" to GLW-AcctName
               when "ALLW"
                   move "Allowance Loan Losses" to GLW-AcctName
           end-evaluate.

       5000-WriteReport.
           open output ReserveReportFile.
           move spaces to ReserveReportLine.
           string "ALLOWANCE FOR LOAN LOSSES   Period end " PeriodDate
               "   Run " TodayDate into ReserveReportLine.
           write ReserveReportLine.
           move spaces to ReserveReportLine.
           if PriorInteger = zero
               string "Opening period - no prior allowance on the"
                   " reserve history" into ReserveReportLine
           else
               string "Prior period end " PriorPeriodDate
                   into ReserveReportLine
           end-if.
           write ReserveReportLine.
           move spaces to ReserveReportLine.
           write ReserveReportLine.

           move spaces to ReserveReportLine.
           string "Required allowance by pool (company / bucket /"
               " modified / legal)" into ReserveReportLine.
           write ReserveReportLine.
           move spaces to ReserveReportLine.
           string "Pool         Loans         Balance   Table%"
               "   Exper%  Applied%        Required"
               into ReserveReportLine.
           write ReserveReportLine.

           move 1 to PoolSub.
           perform PoolCount times
               move POL-LoanCount(PoolSub) to Disp-Count
               move POL-Balance(PoolSub) to Disp-Balance
               move POL-TableRate(PoolSub) to Disp-TableRate
               move POL-HistRate(PoolSub) to Disp-HistRate
               move POL-Rate(PoolSub) to Disp-Rate
               move POL-Ending(PoolSub) to Disp-Ending
               move spaces to ReserveReportLine
               if POL-TableFlag(PoolSub) = "Y"
                   string POL-Company(PoolSub) " "
                       POL-Bucket(PoolSub) " "
                       POL-Modified(PoolSub) " "
                       POL-Legal(PoolSub) " "
                       Disp-Count " " Disp-Balance "  "
                       Disp-TableRate "  " Disp-HistRate "   "
                       Disp-Rate " " Disp-Ending
                       into ReserveReportLine
               else
                   string POL-Company(PoolSub) " "
                       POL-Bucket(PoolSub) " "
                       POL-Modified(PoolSub) " "
                       POL-Legal(PoolSub) " "
                       Disp-Count " " Disp-Balance "  "
                       " no row " "  " Disp-HistRate "   "
                       Disp-Rate " " Disp-Ending
                       into ReserveReportLine
               end-if
               write ReserveReportLine
               add POL-Balance(PoolSub) to TotalBalance
               add 1 to PoolSub
           end-perform.

           move spaces to ReserveReportLine.
           write ReserveReportLine.
           move spaces to ReserveReportLine.
           string "Allowance walk by pool" into ReserveReportLine.
           write ReserveReportLine.
           move spaces to ReserveReportLine.
           string "Pool              Beginning     Charge-offs"
               "      Recoveries       Provision          Ending"
               into ReserveReportLine.
           write ReserveReportLine.

           move 1 to PoolSub.
           perform PoolCount times
               move POL-Beginning(PoolSub) to Disp-Beginning
               move POL-ChargeOffs(PoolSub) to Disp-ChargeOffs
               move POL-Recoveries(PoolSub) to Disp-Recoveries
               move POL-Provision(PoolSub) to Disp-Provision
               move POL-Ending(PoolSub) to Disp-Ending
               move spaces to ReserveReportLine
               string POL-Company(PoolSub) " "
                   POL-Bucket(PoolSub) " "
                   POL-Modified(PoolSub) " "
                   POL-Legal(PoolSub) " "
                   Disp-Beginning "  " Disp-ChargeOffs "  "
                   Disp-Recoveries "  " Disp-Provision "  "
                   Disp-Ending
                   into ReserveReportLine
               write ReserveReportLine
               add POL-Beginning(PoolSub) to TotalBeginning
               add POL-ChargeOffs(PoolSub) to TotalChargeOffs
               add POL-Recoveries(PoolSub) to TotalRecoveries
               add POL-Provision(PoolSub) to TotalProvision
               add POL-Ending(PoolSub) to TotalEnding
               add 1 to PoolSub
           end-perform.

           move TotalBeginning to Disp-Beginning.
           move TotalChargeOffs to Disp-ChargeOffs.
           move TotalRecoveries to Disp-Recoveries.
           move TotalProvision to Disp-Provision.
           move TotalEnding to Disp-Ending.
           move spaces to ReserveReportLine.
           string "TOTAL        " Disp-Beginning "  " Disp-ChargeOffs
               "  " Disp-Recoveries "  " Disp-Provision "  "
               Disp-Ending into ReserveReportLine.
           write ReserveReportLine.

           move spaces to ReserveReportLine.
           write ReserveReportLine.
           move TotalBalance to Disp-Balance.
           move spaces to ReserveReportLine.
           string "Loans pooled " LoansPooled "  balance "
               Disp-Balance "  not pooled (closed/charged off) "
               LoansSkipped into ReserveReportLine.
           write ReserveReportLine.

           move 1 to CompanySub.
           perform CompanyCount times
               move CMP-HistRate(CompanySub) to Disp-HistRate
               move spaces to ReserveReportLine
               string "Company " CMP-Company(CompanySub)
                   "  trailing-year charge-off experience "
                   Disp-HistRate "%" into ReserveReportLine
               write ReserveReportLine
               add 1 to CompanySub
           end-perform.

           if UnassignedChargeoffs > zero
               move spaces to ReserveReportLine
               string "Register rows on loans not pooled at the prior"
                   " period end (charged to the 120-day pool) "
                   UnassignedChargeoffs into ReserveReportLine
               write ReserveReportLine
           end-if.

           move TotalPostedUp to Disp-Ending.
           move TotalPostedDown to Disp-Beginning.
           move spaces to ReserveReportLine.
           string "Posted to glwork - allowance built " Disp-Ending
               "  released " Disp-Beginning
               into ReserveReportLine.
           write ReserveReportLine.

           close ReserveReportFile.

      * THE HISTORY IS COPIED THROUGH WITHOUT THIS PERIOD'S ROWS (A
      * RERUN REPLACES THEM), THIS PERIOD'S POOLS ARE ADDED, AND THE
      * WORK COPY GOES BACK OVER THE HISTORY FILE
       6000-RewriteHistory.
           open output HistoryWorkFile.
           move "N" to eof-reserve-file.
           open input ReserveHistoryFile.
           read ReserveHistoryFile
               at end set eof-reserve to true
           end-read.
           perform until eof-reserve
               if RSH-PeriodDate not = PeriodDate
                   move spaces to HistoryWorkRecord
                   move ReserveHistoryRecord to HistoryWorkRecord
                   write HistoryWorkRecord
               end-if
               read ReserveHistoryFile
                   at end set eof-reserve to true
               end-read
           end-perform.
           close ReserveHistoryFile.

           move 1 to PoolSub.
           perform PoolCount times
               if POL-Balance(PoolSub) > zero
                   or POL-Beginning(PoolSub) > zero
                   or POL-ChargeOffs(PoolSub) > zero
                   or POL-Recoveries(PoolSub) > zero
                   or POL-Recognized(PoolSub) > zero
                   move spaces to ReserveHistoryRecord
                   move PeriodDate to RSH-PeriodDate
                   move POL-Key(PoolSub) to RSH-Pool
                   move POL-LoanCount(PoolSub) to RSH-LoanCount
                   move POL-Balance(PoolSub) to RSH-Balance
                   move POL-Rate(PoolSub) to RSH-Rate
                   move POL-Beginning(PoolSub) to RSH-Beginning
                   move POL-ChargeOffs(PoolSub) to RSH-ChargeOffs
                   move POL-Recoveries(PoolSub) to RSH-Recoveries
                   move POL-Provision(PoolSub) to RSH-Provision
                   move POL-Ending(PoolSub) to RSH-Ending
                   move spaces to HistoryWorkRecord
                   move ReserveHistoryRecord to HistoryWorkRecord
                   write HistoryWorkRecord
               end-if
               add 1 to PoolSub
           end-perform.
           close HistoryWorkFile.

           call "C$DELETE" using "Chargeoff\reservehistory.txt", 0.
           call "C$COPY" using "Chargeoff\reservehistory.tmp",
               "Chargeoff\reservehistory.txt", 0.
           call "C$DELETE" using "Chargeoff\reservehistory.tmp", 0.

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

       end program LOSSRESERVE.
