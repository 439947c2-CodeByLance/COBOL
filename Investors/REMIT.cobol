      * the routing numbers - so the bank upload consumes the file     *
      * directly and nobody types a wire into the portal again. The    *
      * printed report stays for review.                               *
      * An investor whose master row carries remittance type S is on   *
      * scheduled/scheduled terms: instead of its share of what        *
      * posted, it is remitted its share of every installment due in   *
      * the month on schedules.txt - as collected when                 *
      * paymentstatus.txt shows it paid by month end, otherwise        *
      * advanced out of our own funds onto the P&I advance ledger      *
      * (shared\data\piadvances.txt, piadvance.cpy) with a DR P&I      *
      * advances receivable / CR cash pair on glwork.txt. Nonaccrual   *
      * and charged-off loans are not advanced. When a late            *
      * installment we advanced finally posts, we keep that investor's *
      * share, write the recovery to the ledger and reverse the GL     *
      * pair; a late one never advanced passes through. Every          *
      * scheduled-basis line also goes to shared\data\schedremit.txt   *
      * so INVSTMT and SVCINCOME tie to the wire, and                  *
      * Investors\piadvreport.txt lists the outstanding advances by    *
      * investor for treasury. A rerun of the month posts nothing      *
      * twice.                                                         *
      * No settlement record is written for an investor who is a       *
      * confirmed sanctions hit on shared\data\sanctionqueue.txt - the *
      * wire is withheld and logged until SANCREVIEW releases the      *
      * case; the report still shows what the investor was due.        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. REMIT.
                   "Investors\transferaudit.txt"
                   organization is line sequential.

               select ScheduleFile ASSIGN TO
                   "shared\data\schedules.txt"
                   organization is line sequential
                   file status is ScheduleFileStatus.

               select LoanMasterFile ASSIGN TO
                   "shared\data\loanmaster.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is LM-LoanAccount
                   file status is LoanMasterStatus.

               select optional PIAdvanceFile ASSIGN TO
                   "shared\data\piadvances.txt"
                   organization is line sequential.

               select optional SchedRemitFile ASSIGN TO
                   "shared\data\schedremit.txt"
                   organization is line sequential.

               select optional ChartOfAccountsFile ASSIGN TO
                   "shared\data\chartofaccounts.txt"
                   organization is line sequential.

               select optional GLWorkFile ASSIGN TO
                   "shared\data\glwork.txt"
                   organization is line sequential.

               select optional SanctionQueueFile ASSIGN TO
                   "shared\data\sanctionqueue.txt"
                   organization is line sequential.

               select AdvanceReportFile ASSIGN TO
                   "Investors\piadvreport.txt"
                   organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD  RemitMonthFile.
       FD  PaymentStatusFile.
           copy "../shared/copybooks/paystatus.cpy".

       FD  SanctionQueueFile.
           copy "../shared/copybooks/sancqueue.cpy".

       FD  RemitReportFile.
           01 RemitLine             PIC X(140).

               05  IVM-Routing      PIC X(9).
               05  IVM-BankAcct     PIC X(17).
               05  IVM-Method       PIC X(4).
      *        REMITTANCE TYPE - SPACE OR A ACTUAL/ACTUAL (WHAT WAS
      *        COLLECTED), S SCHEDULED/SCHEDULED (WHAT WAS DUE, WITH
      *        OUR P&I ADVANCES COVERING WHAT WAS NOT PAID)
               05  IVM-RemitType    PIC X.

       FD  SettlementFile.
           01 SettlementLine        PIC X(100).
       FD  TransferAuditFile.
           01 TransferAuditLine     PIC X(140).

       FD  ScheduleFile.
           copy "../shared/copybooks/schedrec.cpy".

       FD  LoanMasterFile.
           copy "../shared/copybooks/loanmaster.cpy".

       FD  PIAdvanceFile.
           copy "../shared/copybooks/piadvance.cpy".

       FD  SchedRemitFile.
           copy "../shared/copybooks/schedremit.cpy".

       FD  ChartOfAccountsFile.
           01 ChartOfAccountsRecord.
               05  COA-PostTypeIn   PIC X(4).
               05  COA-AcctNoIn     PIC X(8).
               05  COA-AcctNameIn   PIC X(24).

       FD  GLWorkFile.
           copy "../shared/copybooks/glwork.cpy".

       FD  AdvanceReportFile.
           01 AdvanceReportLine     PIC X(132).

       working-storage section.
       01  PARTICIPATION-TABLE.
           05  PartEntry occurs 500 times.
               10  IMT-Routing      PIC X(9).
               10  IMT-BankAcct     PIC X(17).
               10  IMT-Method       PIC X(4).
               10  IMT-RemitType    PIC X.
       01  InvMasterCount           PIC 999 value zero.
       01  ScheduledInvestors       PIC 999 value zero.
       01  InvMasterSub             PIC 999 value zero.
       01  InvMasterFoundFlag       PIC X value "N".
           88  InvMasterFound       value "Y".
       01  SettlementHash           PIC 9(10) value zero.
       01  RoutingNumeric           PIC 9(9) value zero.
       01  SettlementSkipped        PIC 999 value zero.
       01  SettlementWithheld       PIC 999 value zero.

      * INVESTORS WITH A CONFIRMED SANCTIONS HIT
       01  SANCTION-TABLE.
           05  SanctionEntry occurs 100 times.
               10  SNT-InvestorId   PIC X(10).
               10  SNT-CaseId       PIC 9(7).
       01  SanctionCount            PIC 999 value zero.
       01  SanctionSub              PIC 999 value zero.
       01  SanctionFlag             PIC X value "N".
           88  InvestorSanctioned   value "Y".
       01  eof-sanction-file        PIC X value "N".
           88  eof-sanction         value "Y".

       01  MonthFileStatus          PIC XX value spaces.
       01  PartFileStatus           PIC XX value spaces.
       01  StatusFileStatus         PIC XX value spaces.
       01  ScheduleFileStatus       PIC XX value spaces.
       01  LoanMasterStatus         PIC XX value spaces.

       01  eof-month-file           PIC X value "N".
           88  eof-month            value "Y".
           88  eof-part             value "Y".
       01  eof-status-file          PIC X value "N".
           88  eof-status           value "Y".
       01  eof-schedule-file        PIC X value "N".
           88  eof-schedule         value "Y".
       01  eof-advance-file         PIC X value "N".
           88  eof-advance          value "Y".
       01  eof-register-file        PIC X value "N".
           88  eof-register         value "Y".
       01  eof-chart-file           PIC X value "N".
           88  eof-chart            value "Y".
       01  LoanMasterOpenFlag       PIC X value "N".
           88  LoanMasterIsOpen     value "Y".

       01  RemitMonth               PIC 9(2) value zero.
       01  RemitYear                PIC 9(4) value zero.
       01  RemitYM                  PIC 9(6) value zero.
       01  WorkYM                   PIC 9(6) value zero.

       01  WORK-DATE.
           05 WORK-MONTH            PIC 9(2).
       01  FeeIncomeTotal           PIC 9(7)V99 value zero.
       01  PeriodsRemitted          PIC 9(5) value zero.

      * SCHEDULED/SCHEDULED INVESTORS - WHAT WAS DUE IN THE MONTH IS
      * REMITTED WHETHER OR NOT IT WAS PAID, WITH OUR OWN P&I ADVANCE
      * COVERING AN UNPAID INSTALLMENT
       01  RemitBasis               PIC X(9) value spaces.
       01  InvestorTypeFlag         PIC X value space.
           88  InvestorScheduled    value "S".
       01  AccountScheduledFlag     PIC X value "N".
           88  AccountScheduled     value "Y".
       01  WorkAccount              PIC X(10) value spaces.
       01  WorkInvestorId           PIC X(10) value spaces.
       01  WorkPeriod               PIC 9(4) value zero.
       01  LoanCompany              PIC X(3) value spaces.
       01  LoanStopFlag             PIC X value "N".
           88  LoanAdvancesStopped  value "Y".
       01  LoanStopReason           PIC X(11) value spaces.

       01  DUE-STATUS-TABLE.
           05  DueStatusEntry occurs 2000 times.
               10  DST-Account      PIC X(10).
               10  DST-Period       PIC 9(4).
               10  DST-PaidFlag     PIC X.
       01  DueStatusCount           PIC 9(4) value zero.
       01  DueStatusSub             PIC 9(4) value zero.
       01  PeriodPaidFlag           PIC X value "N".
           88  PeriodPaid           value "Y".

       01  ADVANCE-TABLE.
           05  AdvanceEntry occurs 3000 times.
               10  ADV-Account      PIC X(10).
               10  ADV-InvestorId   PIC X(10).
               10  ADV-Period       PIC 9(4).
               10  ADV-DueDate      PIC X(10).
               10  ADV-RemitMonth   PIC 9(2).
               10  ADV-RemitYear    PIC 9(4).
               10  ADV-Amount       PIC 9(7)V99.
               10  ADV-RecoveredFlag PIC X.
                   88  ADV-IsRecovered value "Y".
               10  ADV-RecMonth     PIC 9(2).
               10  ADV-RecYear      PIC 9(4).
               10  ADV-PrintedFlag  PIC X.
                   88  ADV-Printed  value "Y".
       01  AdvanceCount             PIC 9(4) value zero.
       01  AdvanceSub               PIC 9(4) value zero.
       01  ReportSub                PIC 9(4) value zero.
       01  AdvanceFoundFlag         PIC X value "N".
           88  AdvanceFound         value "Y".
       01  AdvanceAmount            PIC 9(7)V99 value zero.

       01  REGISTER-KEYS.
           05  RegisterKeyEntry occurs 3000 times.
               10  RGK-Account      PIC X(10).
               10  RGK-InvestorId   PIC X(10).
               10  RGK-Period       PIC 9(4).
               10  RGK-Basis        PIC X.
       01  RegisterKeyCount         PIC 9(4) value zero.
       01  RegisterKeySub           PIC 9(4) value zero.
       01  RegisterFoundFlag        PIC X value "N".
           88  RegisterFound        value "Y".
       01  RegAccount               PIC X(10) value spaces.
       01  RegPeriod                PIC 9(4) value zero.
       01  RegDueDate               PIC X(10) value spaces.
       01  RegBasis                 PIC X value space.

       01  CHART-OF-ACCOUNTS.
           05  ChartEntry occurs 50 times.
               10  COA-PostType     PIC X(4).
               10  COA-AcctNo       PIC X(8).
               10  COA-AcctName     PIC X(24).
       01  ChartCount               PIC 99 value zero.
       01  ChartSub                 PIC 99 value zero.
       01  GLPostType               PIC X(4) value spaces.
       01  DebitPostType            PIC X(4) value spaces.
       01  CreditPostType           PIC X(4) value spaces.
       01  GLAmount                 PIC 9(7)V99 value zero.

       01  ScheduledPeriods         PIC 9(5) value zero.
       01  AdvancesMade             PIC 9(5) value zero.
       01  AdvanceTotal             PIC 9(9)V99 value zero.
       01  RecoveriesMade           PIC 9(5) value zero.
       01  RecoveryTotal            PIC 9(9)V99 value zero.
       01  AdvancesStopped          PIC 9(5) value zero.
       01  OutstandingCount         PIC 9(5) value zero.
       01  OutstandingTotal         PIC 9(9)V99 value zero.
       01  InvestorOutCount         PIC 9(5) value zero.
       01  InvestorOutTotal         PIC 9(9)V99 value zero.
       01  ReportInvestor           PIC X(10) value spaces.
       01  ReportName               PIC X(30) value spaces.

       01  TodayDate                PIC X(10) value spaces.
       01  CURRENT-DATE-AND-TIME.
           05 CDT-Year              PIC 9(4).
           05 CDT-Month             PIC 9(2).
           05 CDT-Day               PIC 9(2).
           05 FILLER                PIC X(13).

       01  RemitReportHeader.
           05 FILLER                PIC X(10)  value "Account".
           05 FILLER                PIC X(3)   value spaces.
           05 FILLER                PIC X(12)  value "Svc Fee".
           05 FILLER                PIC X(2)   value spaces.
           05 FILLER                PIC X(14)  value "Net To Inv".
           05 FILLER                PIC X(2)   value spaces.
           05 FILLER                PIC X(9)   value "Basis".

       01  RemitReportDetail.
           05 RMT-Account           PIC X(10).
           05 RMT-ServiceFee        PIC $$,$$$,$$9.99.
           05 FILLER                PIC X(2)   value spaces.
           05 RMT-NetWire           PIC $$$,$$$,$$9.99.
           05 FILLER                PIC X(2)   value spaces.
           05 RMT-Basis             PIC X(9).

       01  Disp-Amount              PIC $$$,$$$,$$9.99.
       01  Disp-Amount2             PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       0000-MainDriver.
           move function CURRENT-DATE to CURRENT-DATE-AND-TIME.
           move spaces to TodayDate.
           string CDT-Month "/" CDT-Day "/" CDT-Year into TodayDate.

           open input RemitMonthFile.
           if MonthFileStatus not = "00"
               display "REMIT - no remittance month at "
           end-if.
           move RMM-Month to RemitMonth.
           move RMM-Year to RemitYear.
           compute RemitYM = RemitYear * 100 + RemitMonth.
           close RemitMonthFile.

           perform 1000-LoadParticipations.
           write RemitLine.

           perform 1500-LoadInvestorMaster.
           perform 1550-LoadSanctioned.
           perform 1600-OpenScheduledFiles.

           open output TransferAuditFile.
           move spaces to TransferAuditLine.
           write TransferAuditLine.

           perform 2000-SplitPostedPayments.
           perform 2500-RemitScheduled.

           perform 5000-WriteInvestorTotals.


           perform 6000-WriteSettlement.

           if ScheduledInvestors > zero
               perform 7000-WriteAdvanceReport
               perform 7900-CloseScheduledFiles
           end-if.

           string "END. Remit " RemitMonth "/" RemitYear
               " periods " PeriodsRemitted
               " scheduled " ScheduledPeriods
               " investors " InvestorCount
               " settlement rows " SettlementCount
               " advanced " AdvancesMade
               " recovered " RecoveriesMade into msg.
           perform 8000-Logs.
           perform 9000-CloseLog.

                   move IVM-Routing to IMT-Routing(InvMasterCount)
                   move IVM-BankAcct to IMT-BankAcct(InvMasterCount)
                   move IVM-Method to IMT-Method(InvMasterCount)
                   move IVM-RemitType to IMT-RemitType(InvMasterCount)
                   if IVM-RemitType = "S"
                       add 1 to ScheduledInvestors
                   end-if
               end-if
               read InvestorMasterFile
                   at end set eof-invmaster to true
           end-perform.
           close InvestorMasterFile.

       1550-LoadSanctioned.
           open input SanctionQueueFile.
           read SanctionQueueFile
               at end set eof-sanction to true
           end-read.
           perform until eof-sanction
               if SQ-Confirmed and SQ-Investor and SanctionCount < 100
                   add 1 to SanctionCount
                   move SQ-PartyKey to SNT-InvestorId(SanctionCount)
                   move SQ-CaseId to SNT-CaseId(SanctionCount)
               end-if
               read SanctionQueueFile
                   at end set eof-sanction to true
               end-read
           end-perform.
           close SanctionQueueFile.

      * ONLY A SHOP WITH A SCHEDULED/SCHEDULED INVESTOR ON THE MASTER
      * TOUCHES THE ADVANCE LEDGER, THE REGISTER OR THE GL - AN
      * ACTUAL/ACTUAL-ONLY RUN IS EXACTLY WHAT IT ALWAYS WAS
       1600-OpenScheduledFiles.
           if ScheduledInvestors = zero
               exit paragraph
           end-if.

           perform 1700-LoadAdvanceLedger.
           perform 1750-LoadRegisterKeys.
           perform 1800-LoadChart.

           open input LoanMasterFile.
           if LoanMasterStatus = "00"
               set LoanMasterIsOpen to true
           else
               string "Loan master unavailable, status "
                   LoanMasterStatus
                   " - every unpaid installment will be advanced"
                   into msg
               move "WARN " to LogSeverity
               perform 8000-Logs
           end-if.

           open extend PIAdvanceFile.
           open extend SchedRemitFile.
           open extend GLWorkFile.

      * AN A ROW OPENS AN ADVANCE; THE R ROW FOR THE SAME LOAN,
      * INVESTOR AND PERIOD CLOSES IT
       1700-LoadAdvanceLedger.
           open input PIAdvanceFile.
           read PIAdvanceFile
               at end set eof-advance to true
           end-read.
           perform until eof-advance
               if PIA-Advanced
                   if AdvanceCount < 3000
                       add 1 to AdvanceCount
                       move PIA-Account to ADV-Account(AdvanceCount)
                       move PIA-InvestorId to
                           ADV-InvestorId(AdvanceCount)
                       move PIA-Period to ADV-Period(AdvanceCount)
                       move PIA-DueDate to ADV-DueDate(AdvanceCount)
                       move PIA-RemitMonth to
                           ADV-RemitMonth(AdvanceCount)
                       move PIA-RemitYear to ADV-RemitYear(AdvanceCount)
                       move PIA-Amount to ADV-Amount(AdvanceCount)
                       move "N" to ADV-RecoveredFlag(AdvanceCount)
                       move zero to ADV-RecMonth(AdvanceCount)
                       move zero to ADV-RecYear(AdvanceCount)
                       move "N" to ADV-PrintedFlag(AdvanceCount)
                   else
                       string "Advance table full at 3000 - "
                           PIA-Account " " PIA-InvestorId
                           " period " PIA-Period " not loaded"
                           into msg
                       move "ERROR" to LogSeverity
                       perform 8000-Logs
                   end-if
               end-if
               if PIA-Recovered
                   move PIA-Account to WorkAccount
                   move PIA-InvestorId to WorkInvestorId
                   move PIA-Period to WorkPeriod
                   perform 3600-FindAdvance
                   if AdvanceFound
                       move "Y" to ADV-RecoveredFlag(AdvanceSub)
                       move PIA-RemitMonth to ADV-RecMonth(AdvanceSub)
                       move PIA-RemitYear to ADV-RecYear(AdvanceSub)
                   end-if
               end-if
               read PIAdvanceFile
                   at end set eof-advance to true
               end-read
           end-perform.
           close PIAdvanceFile.

      * ROWS ALREADY ON THE REGISTER FOR THIS MONTH - A RERUN DOES NOT
      * WRITE THEM AGAIN
       1750-LoadRegisterKeys.
           open input SchedRemitFile.
           read SchedRemitFile
               at end set eof-register to true
           end-read.
           perform until eof-register
               if SRR-RemitMonth = RemitMonth
                   and SRR-RemitYear = RemitYear
                   and RegisterKeyCount < 3000
                   add 1 to RegisterKeyCount
                   move SRR-Account to RGK-Account(RegisterKeyCount)
                   move SRR-InvestorId to
                       RGK-InvestorId(RegisterKeyCount)
                   move SRR-Period to RGK-Period(RegisterKeyCount)
                   move SRR-Basis to RGK-Basis(RegisterKeyCount)
               end-if
               read SchedRemitFile
                   at end set eof-register to true
               end-read
           end-perform.
           close SchedRemitFile.

       1800-LoadChart.
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

      * EVERY PAYMENT POSTED IN THE REMITTANCE MONTH IS SHARED OUT TO
      * EACH INVESTOR HOLDING A PIECE OF THAT LOAN; WHAT IS NOT
      * PARTICIPATED STAYS OURS, AND THE SERVICING FEE IS NETTED OUT
           end-perform.
           close PaymentStatusFile.

      * SCHEDULED/SCHEDULED INVESTORS ARE REMITTED THEIR SHARE OF
      * EVERY INSTALLMENT DUE IN THE MONTH ON schedules.txt. ONE PAID
      * BY MONTH END (paymentstatus.txt) IS REMITTED AS COLLECTED; ONE
      * STILL OPEN IS ADVANCED OUT OF OUR FUNDS AND PUT ON THE ADVANCE
      * LEDGER - UNLESS THE LOAN IS NONACCRUAL OR CHARGED OFF, WHERE WE
      * STOP ADVANCING AND THE INSTALLMENT IS LISTED AS NOT ADVANCED.
      * OWNERSHIP IS JUDGED ON THE DUE DATE.
       2500-RemitScheduled.
           if ScheduledInvestors = zero
               exit paragraph
           end-if.

           perform 2550-LoadDueStatus.

           open input ScheduleFile.
           if ScheduleFileStatus not = "00"
               string "No schedule export at "
                   "shared\data\schedules.txt status "
                   ScheduleFileStatus
                   " - nothing remitted on the scheduled basis"
                   into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
               exit paragraph
           end-if.

           move spaces to RemitLine.
           write RemitLine.
           move spaces to RemitLine.
           string "Scheduled/scheduled remittance - installments due "
                  RemitMonth "/" RemitYear
                  into RemitLine.
           write RemitLine.

           read ScheduleFile
               at end set eof-schedule to true
           end-read.
           perform until eof-schedule
               move SCH-DueDate to WORK-DATE
               compute WorkYM = WORK-YEAR * 100 + WORK-MONTH
               if WorkYM = RemitYM
                   move SCH-Account to WorkAccount
                   perform 2560-CheckAccountScheduled
                   if AccountScheduled
                       perform 2600-ScheduledOnePeriod
                   end-if
               end-if
               read ScheduleFile
                   at end set eof-schedule to true
               end-read
           end-perform.
           close ScheduleFile.

      * PAID STATUS AT MONTH END OF EVERY INSTALLMENT DUE THIS MONTH
      * ON A LOAN WITH A SCHEDULED/SCHEDULED PIECE
       2550-LoadDueStatus.
           move "N" to eof-status-file.
           open input PaymentStatusFile.
           if StatusFileStatus not = "00"
               exit paragraph
           end-if.
           read PaymentStatusFile
               at end set eof-status to true
           end-read.
           perform until eof-status
               move PS-DueDate to WORK-DATE
               compute WorkYM = WORK-YEAR * 100 + WORK-MONTH
               if WorkYM = RemitYM
                   move PS-Account to WorkAccount
                   perform 2560-CheckAccountScheduled
                   if AccountScheduled
                       and DueStatusCount < 2000
                       add 1 to DueStatusCount
                       move PS-Account to DST-Account(DueStatusCount)
                       move PS-Period to DST-Period(DueStatusCount)
                       move "N" to DST-PaidFlag(DueStatusCount)
                       if PS-Paid
                           move PS-PaidDate to WORK-DATE
                           compute WorkYM =
                               WORK-YEAR * 100 + WORK-MONTH
                           if WorkYM <= RemitYM
                               move "Y" to DST-PaidFlag(DueStatusCount)
                           end-if
                       end-if
                   end-if
               end-if
               read PaymentStatusFile
                   at end set eof-status to true
               end-read
           end-perform.
           close PaymentStatusFile.

       2560-CheckAccountScheduled.
           move "N" to AccountScheduledFlag.
           move 1 to PartSub.
           perform PartCount times
               if PTB-Account(PartSub) = WorkAccount
                   perform 3060-FindRemitType
                   if InvestorScheduled
                       set AccountScheduled to true
                   end-if
               end-if
               add 1 to PartSub
           end-perform.

       2600-ScheduledOnePeriod.
           add 1 to ScheduledPeriods.

           move SCH-DueDate to WORK-DATE.
           move WORK-YEAR to DY-Year.
           move WORK-MONTH to DY-Month.
           move WORK-DAY to DY-Day.
           compute PaidDateInt =
               function integer-of-date(DATE-YYYYMMDD-N).

           move "N" to PeriodPaidFlag.
           move 1 to DueStatusSub.
           perform until DueStatusSub > DueStatusCount
               if DST-Account(DueStatusSub) = SCH-Account
                   and DST-Period(DueStatusSub) = SCH-Period
                   move DST-PaidFlag(DueStatusSub) to PeriodPaidFlag
                   exit perform
               end-if
               add 1 to DueStatusSub
           end-perform.

           move SCH-Account to WorkAccount.
           perform 2650-ReadLoanStatus.

           move 1 to PartSub.
           perform PartCount times
               if PTB-Account(PartSub) = SCH-Account
                   perform 3050-CheckRowInEffect
                   if RowInEffect
                       perform 3060-FindRemitType
                       if InvestorScheduled
                           perform 2700-ScheduledOneInvestor
                       end-if
                   end-if
               end-if
               add 1 to PartSub
           end-perform.

       2650-ReadLoanStatus.
           move "000" to LoanCompany.
           move "N" to LoanStopFlag.
           move spaces to LoanStopReason.
           if not LoanMasterIsOpen
               exit paragraph
           end-if.
           move WorkAccount to LM-LoanAccount.
           read LoanMasterFile
               invalid key
                   continue
               not invalid key
                   if LM-CompanyCode not = spaces
                       move LM-CompanyCode to LoanCompany
                   end-if
                   if LM-StatusNonaccrual
                       set LoanAdvancesStopped to true
                       move "NONACCRUAL" to LoanStopReason
                   end-if
                   if LM-StatusChargedOff
                       set LoanAdvancesStopped to true
                       move "CHARGED OFF" to LoanStopReason
                   end-if
           end-read.

       2700-ScheduledOneInvestor.
           compute SharePrincipal rounded =
               SCH-PrincipalAmount * PTB-Percent(PartSub) / 100.
           compute ShareInterest rounded =
               SCH-InterestAmount * PTB-Percent(PartSub) / 100.
           compute ServiceFeeAmt rounded =
               ShareInterest * PTB-ServiceBps(PartSub) / 10000.
           compute NetInterest = ShareInterest - ServiceFeeAmt.
           compute AdvanceAmount = SharePrincipal + NetInterest.

           if not PeriodPaid
               and LoanAdvancesStopped
               add 1 to AdvancesStopped
               move AdvanceAmount to Disp-Amount
               move SCH-Period to RMT-Period
               move spaces to RemitLine
               string SCH-Account
                      "  period " RMT-Period
                      "  " PTB-InvestorId(PartSub)
                      "  NOT ADVANCED - loan " LoanStopReason
                      "  scheduled net " Disp-Amount
                      into RemitLine
               write RemitLine
               exit paragraph
           end-if.

           move PTB-InvestorId(PartSub) to WorkInvestorId.
           move SCH-Period to WorkPeriod.
           if PeriodPaid
               move "C" to RegBasis
               move "COLLECTED" to RemitBasis
           else
               move "A" to RegBasis
               move "ADVANCED" to RemitBasis
               add 1 to AdvancesMade
               add AdvanceAmount to AdvanceTotal
               perform 3700-RecordAdvance
           end-if.

           add ServiceFeeAmt to FeeIncomeTotal.
           perform 3200-AccumulateInvestor.

           move spaces to RemitReportDetail.
           move RemitBasis to RMT-Basis.
           move SCH-Account to RMT-Account.
           move SCH-Period to RMT-Period.
           move PTB-InvestorId(PartSub) to RMT-InvestorId.
           move PTB-Percent(PartSub) to RMT-Percent.
           move SharePrincipal to RMT-Principal.
           move ShareInterest to RMT-Interest.
           move ServiceFeeAmt to RMT-ServiceFee.
           compute RMT-NetWire = SharePrincipal + NetInterest.
           move spaces to RemitLine.
           move RemitReportDetail to RemitLine.
           write RemitLine.

           move SCH-Account to RegAccount.
           move SCH-Period to RegPeriod.
           move SCH-DueDate to RegDueDate.
           perform 3800-WriteRegister.
           move spaces to RemitBasis.

       3000-SplitOnePeriod.
           move PS-PrincipalDue to RetainedPrincipal.
           move PS-InterestDue to RetainedInterest.
               if PTB-Account(PartSub) = PS-Account
                   perform 3050-CheckRowInEffect
                   if RowInEffect
                       perform 3060-FindRemitType
                       if InvestorScheduled
                           perform 3500-ScheduledInvestorPosted
                       else
                           perform 3100-SplitOneInvestor
                       end-if
                   end-if
               end-if
               add 1 to PartSub
           perform 3200-AccumulateInvestor.

           move spaces to RemitReportDetail.
           move RemitBasis to RMT-Basis.
           move PS-Account to RMT-Account.
           move PS-Period to RMT-Period.
           move PTB-InvestorId(PartSub) to RMT-InvestorId.
           compute INV-NetWire(InvSub) = INV-NetWire(InvSub)
               + SharePrincipal + ShareInterest - ServiceFeeAmt.

       3060-FindRemitType.
           move space to InvestorTypeFlag.
           move 1 to InvMasterSub.
           perform until InvMasterSub > InvMasterCount
               if IMT-InvestorId(InvMasterSub) =
                       PTB-InvestorId(PartSub)
                   move IMT-RemitType(InvMasterSub) to
                       InvestorTypeFlag
                   exit perform
               end-if
               add 1 to InvMasterSub
           end-perform.

      * A POSTED PAYMENT ON A SCHEDULED/SCHEDULED PIECE: AN INSTALLMENT
      * DUE THIS MONTH OR LATER IS THE INVESTOR'S BUT GOES OUT ON ITS
      * SCHEDULE (2500); A LATE ONE WE ADVANCED REPAYS THE ADVANCE AND
      * STAYS WITH US; A LATE ONE NEVER ADVANCED PASSES THROUGH NOW.
       3500-ScheduledInvestorPosted.
           compute SharePrincipal rounded =
               PS-PrincipalDue * PTB-Percent(PartSub) / 100.
           compute ShareInterest rounded =
               PS-InterestDue * PTB-Percent(PartSub) / 100.
           compute ServiceFeeAmt rounded =
               ShareInterest * PTB-ServiceBps(PartSub) / 10000.
           compute NetInterest = ShareInterest - ServiceFeeAmt.

           move PS-DueDate to WORK-DATE.
           compute WorkYM = WORK-YEAR * 100 + WORK-MONTH.
           if WorkYM >= RemitYM
               subtract SharePrincipal from RetainedPrincipal
               subtract ShareInterest from RetainedInterest
               exit paragraph
           end-if.

           move PS-Account to WorkAccount.
           move PTB-InvestorId(PartSub) to WorkInvestorId.
           move PS-Period to WorkPeriod.
           perform 3600-FindAdvance.
           if AdvanceFound
               if not ADV-IsRecovered(AdvanceSub)
                   perform 3750-RecordRecovery
               end-if
               if ADV-RecMonth(AdvanceSub) = RemitMonth
                   and ADV-RecYear(AdvanceSub) = RemitYear
                   add 1 to RecoveriesMade
                   add ADV-Amount(AdvanceSub) to RecoveryTotal
                   move ADV-Amount(AdvanceSub) to Disp-Amount
                   move PS-Period to RMT-Period
                   move spaces to RemitLine
                   string PS-Account
                          "  period " RMT-Period
                          "  " PTB-InvestorId(PartSub)
                          "  ADVANCE RECOVERED " Disp-Amount
                          "  (advanced " ADV-RemitMonth(AdvanceSub)
                          "/" ADV-RemitYear(AdvanceSub) ")"
                          into RemitLine
                   write RemitLine
                   exit paragraph
               end-if
           end-if.

           move "LATE" to RemitBasis.
           perform 3100-SplitOneInvestor.
           move PS-Account to RegAccount.
           move PS-Period to RegPeriod.
           move PS-DueDate to RegDueDate.
           move "L" to RegBasis.
           perform 3800-WriteRegister.
           move spaces to RemitBasis.

       3600-FindAdvance.
           move "N" to AdvanceFoundFlag.
           move 1 to AdvanceSub.
           perform until AdvanceSub > AdvanceCount
               if ADV-Account(AdvanceSub) = WorkAccount
                   and ADV-InvestorId(AdvanceSub) = WorkInvestorId
                   and ADV-Period(AdvanceSub) = WorkPeriod
                   set AdvanceFound to true
                   exit perform
               end-if
               add 1 to AdvanceSub
           end-perform.

      * ONE ADVANCE PER LOAN, INVESTOR AND PERIOD - A RERUN OF THE
      * MONTH, OR A SECOND MONTH THE SAME INSTALLMENT IS STILL OPEN,
      * FINDS IT ON THE LEDGER AND ADVANCES NOTHING NEW
       3700-RecordAdvance.
           perform 3600-FindAdvance.
           if AdvanceFound
               exit paragraph
           end-if.

           move SCH-Account to PIA-Account.
           move PTB-InvestorId(PartSub) to PIA-InvestorId.
           move SCH-Period to PIA-Period.
           move "A" to PIA-EntryType.
           move SCH-DueDate to PIA-DueDate.
           move TodayDate to PIA-Date.
           move RemitMonth to PIA-RemitMonth.
           move RemitYear to PIA-RemitYear.
           move SharePrincipal to PIA-Principal.
           move ShareInterest to PIA-Interest.
           move ServiceFeeAmt to PIA-ServiceFee.
           move AdvanceAmount to PIA-Amount.
           move LogProgramName to PIA-Source.
           write PIAdvanceRecord.

           if AdvanceCount < 3000
               add 1 to AdvanceCount
               move SCH-Account to ADV-Account(AdvanceCount)
               move PTB-InvestorId(PartSub) to
                   ADV-InvestorId(AdvanceCount)
               move SCH-Period to ADV-Period(AdvanceCount)
               move SCH-DueDate to ADV-DueDate(AdvanceCount)
               move RemitMonth to ADV-RemitMonth(AdvanceCount)
               move RemitYear to ADV-RemitYear(AdvanceCount)
               move AdvanceAmount to ADV-Amount(AdvanceCount)
               move "N" to ADV-RecoveredFlag(AdvanceCount)
               move zero to ADV-RecMonth(AdvanceCount)
               move zero to ADV-RecYear(AdvanceCount)
               move "N" to ADV-PrintedFlag(AdvanceCount)
           end-if.

           move "PIAR" to DebitPostType.
           move "CASH" to CreditPostType.
           move AdvanceAmount to GLAmount.
           perform 3900-PostPair.

       3750-RecordRecovery.
           move "Y" to ADV-RecoveredFlag(AdvanceSub).
           move RemitMonth to ADV-RecMonth(AdvanceSub).
           move RemitYear to ADV-RecYear(AdvanceSub).

           move PS-Account to PIA-Account.
           move PTB-InvestorId(PartSub) to PIA-InvestorId.
           move PS-Period to PIA-Period.
           move "R" to PIA-EntryType.
           move ADV-DueDate(AdvanceSub) to PIA-DueDate.
           move TodayDate to PIA-Date.
           move RemitMonth to PIA-RemitMonth.
           move RemitYear to PIA-RemitYear.
           move SharePrincipal to PIA-Principal.
           move ShareInterest to PIA-Interest.
           move ServiceFeeAmt to PIA-ServiceFee.
           move ADV-Amount(AdvanceSub) to PIA-Amount.
           move LogProgramName to PIA-Source.
           write PIAdvanceRecord.

           perform 2650-ReadLoanStatus.
           move "CASH" to DebitPostType.
           move "PIAR" to CreditPostType.
           move ADV-Amount(AdvanceSub) to GLAmount.
           perform 3900-PostPair.

       3800-WriteRegister.
           move "N" to RegisterFoundFlag.
           move 1 to RegisterKeySub.
           perform until RegisterKeySub > RegisterKeyCount
               if RGK-Account(RegisterKeySub) = RegAccount
                   and RGK-InvestorId(RegisterKeySub) =
                       PTB-InvestorId(PartSub)
                   and RGK-Period(RegisterKeySub) = RegPeriod
                   and RGK-Basis(RegisterKeySub) = RegBasis
                   set RegisterFound to true
                   exit perform
               end-if
               add 1 to RegisterKeySub
           end-perform.
           if RegisterFound
               exit paragraph
           end-if.

           move RemitMonth to SRR-RemitMonth.
           move RemitYear to SRR-RemitYear.
           move RegAccount to SRR-Account.
           move PTB-InvestorId(PartSub) to SRR-InvestorId.
           move RegPeriod to SRR-Period.
           move RegDueDate to SRR-DueDate.
           move RegBasis to SRR-Basis.
           move PTB-Percent(PartSub) to SRR-Percent.
           move SharePrincipal to SRR-Principal.
           move ShareInterest to SRR-Interest.
           move ServiceFeeAmt to SRR-ServiceFee.
           move TodayDate to SRR-RunDate.
           write SchedRemitRecord.

           if RegisterKeyCount < 3000
               add 1 to RegisterKeyCount
               move RegAccount to RGK-Account(RegisterKeyCount)
               move PTB-InvestorId(PartSub) to
                   RGK-InvestorId(RegisterKeyCount)
               move RegPeriod to RGK-Period(RegisterKeyCount)
               move RegBasis to RGK-Basis(RegisterKeyCount)
           end-if.

      * ADVANCE: DR P&I ADVANCES RECEIVABLE, CR CASH. RECOVERY: THE
      * REVERSE. ONE BALANCED PAIR PER LOAN UNDER ITS OWN COMPANY.
       3900-PostPair.
           move DebitPostType to GLPostType.
           perform 3950-MapGLAccount.
           move LogProgramName to GLW-Source.
           move TodayDate to GLW-Date.
           move WorkAccount to GLW-Account.
           move "DR" to GLW-DRCR.
           move GLAmount to GLW-Amount.
           move LoanCompany to GLW-Company.
           write GLWorkRecord.

           move CreditPostType to GLPostType.
           perform 3950-MapGLAccount.
           move LogProgramName to GLW-Source.
           move TodayDate to GLW-Date.
           move WorkAccount to GLW-Account.
           move "CR" to GLW-DRCR.
           move GLAmount to GLW-Amount.
           move LoanCompany to GLW-Company.
           write GLWorkRecord.

       3950-MapGLAccount.
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
               when "PIAR"
                   move "P&I Advances Receivable" to GLW-AcctName
           end-evaluate.

       5000-WriteInvestorTotals.
           move spaces to RemitLine.
           write RemitLine.
                  into RemitLine.
           write RemitLine.

           if ScheduledInvestors > zero
               move AdvanceTotal to Disp-Amount
               move RecoveryTotal to Disp-Amount2
               move spaces to RemitLine
               string "Scheduled/scheduled  P&I advanced " Disp-Amount
                      "  recovered " Disp-Amount2
                      "  not advanced (nonaccrual/charged off) "
                      AdvancesStopped
                      into RemitLine
               write RemitLine
           end-if.

      * ONE MACHINE RECORD PER INVESTOR WITH THE BANKING DETAILS THE
      * WIRE DESK USED TO TYPE - HEADER AND TRAILER CARRY THE COUNT,
      * THE MONEY TOTAL AND A HASH OF THE ROUTING NUMBERS SO THE BANK
               move "ERROR" to LogSeverity
               perform 8000-Logs
           end-if.
           if SettlementWithheld > zero
               string "Settlement withheld for " SettlementWithheld
                   " investor(s) under a confirmed sanctions hit"
                   into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
           end-if.

       6100-WriteOneSettlement.
           move "N" to InvMasterFoundFlag.
               exit paragraph
           end-if.

           move "N" to SanctionFlag.
           move 1 to SanctionSub.
           perform until SanctionSub > SanctionCount
               if SNT-InvestorId(SanctionSub) = INV-InvestorId(InvSub)
                   set InvestorSanctioned to true
                   exit perform
               end-if
               add 1 to SanctionSub
           end-perform.
           if InvestorSanctioned
               add 1 to SettlementWithheld
               string "Wire to " INV-InvestorId(InvSub) " of "
                   INV-NetWire(InvSub) " withheld - sanctions case "
                   SNT-CaseId(SanctionSub) " confirmed" into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
               exit paragraph
           end-if.

           move spaces to SettlementDetail.
           move "DTL" to SET-Tag.
           move INV-InvestorId(InvSub) to SET-InvestorId.
               add RoutingNumeric to SettlementHash
           end-if.

      * TREASURY'S VIEW - EVERY ADVANCE STILL OUTSTANDING AFTER THIS
      * RUN, BY INVESTOR, WITH THE LOAN'S STATUS WHERE IT HAS GONE
      * NONACCRUAL OR BEEN CHARGED OFF SINCE (RECOVERY IN DOUBT)
       7000-WriteAdvanceReport.
           open output AdvanceReportFile.

           move spaces to AdvanceReportLine.
           string "OUTSTANDING P&I ADVANCES - SCHEDULED/SCHEDULED "
                  "INVESTORS   Remit " RemitMonth "/" RemitYear
                  "   Run " TodayDate
                  into AdvanceReportLine.
           write AdvanceReportLine.

           move AdvanceTotal to Disp-Amount.
           move RecoveryTotal to Disp-Amount2.
           move spaces to AdvanceReportLine.
           string "This month  advanced " AdvancesMade
                  " " Disp-Amount
                  "   recovered " RecoveriesMade
                  " " Disp-Amount2
                  "   not advanced " AdvancesStopped
                  into AdvanceReportLine.
           write AdvanceReportLine.

           move 1 to AdvanceSub.
           perform AdvanceCount times
               if not ADV-IsRecovered(AdvanceSub)
                   and not ADV-Printed(AdvanceSub)
                   move ADV-InvestorId(AdvanceSub) to ReportInvestor
                   perform 7100-WriteInvestorAdvances
               end-if
               add 1 to AdvanceSub
           end-perform.

           move spaces to AdvanceReportLine.
           write AdvanceReportLine.
           move OutstandingTotal to Disp-Amount.
           move spaces to AdvanceReportLine.
           string "TOTAL OUTSTANDING  advances " OutstandingCount
                  "  amount " Disp-Amount
                  into AdvanceReportLine.
           write AdvanceReportLine.
           close AdvanceReportFile.

       7100-WriteInvestorAdvances.
           move "INVESTOR" to ReportName.
           move 1 to InvMasterSub.
           perform until InvMasterSub > InvMasterCount
               if IMT-InvestorId(InvMasterSub) = ReportInvestor
                   move IMT-Name(InvMasterSub) to ReportName
                   exit perform
               end-if
               add 1 to InvMasterSub
           end-perform.

           move spaces to AdvanceReportLine.
           write AdvanceReportLine.
           move spaces to AdvanceReportLine.
           string ReportInvestor "  " ReportName
                  into AdvanceReportLine.
           write AdvanceReportLine.
           move spaces to AdvanceReportLine.
           string "Account    Period  Due date    Advanced"
                  "           Amount  Loan status"
                  into AdvanceReportLine.
           write AdvanceReportLine.

           move zero to InvestorOutCount.
           move zero to InvestorOutTotal.
           move AdvanceSub to ReportSub.
           perform until ReportSub > AdvanceCount
               if ADV-InvestorId(ReportSub) = ReportInvestor
                   and not ADV-IsRecovered(ReportSub)
                   move "Y" to ADV-PrintedFlag(ReportSub)
                   add 1 to InvestorOutCount
                   add ADV-Amount(ReportSub) to InvestorOutTotal
                   move ADV-Account(ReportSub) to WorkAccount
                   perform 2650-ReadLoanStatus
                   move ADV-Amount(ReportSub) to Disp-Amount
                   move ADV-Period(ReportSub) to RMT-Period
                   move spaces to AdvanceReportLine
                   string ADV-Account(ReportSub)
                          " " RMT-Period
                          "    " ADV-DueDate(ReportSub)
                          "  " ADV-RemitMonth(ReportSub)
                          "/" ADV-RemitYear(ReportSub)
                          "  " Disp-Amount
                          "  " LoanStopReason
                          into AdvanceReportLine
                   write AdvanceReportLine
               end-if
               add 1 to ReportSub
           end-perform.

           add InvestorOutCount to OutstandingCount.
           add InvestorOutTotal to OutstandingTotal.
           move InvestorOutTotal to Disp-Amount.
           move spaces to AdvanceReportLine.
           string "Investor total  advances " InvestorOutCount
                  "  amount " Disp-Amount
                  into AdvanceReportLine.
           write AdvanceReportLine.

       7900-CloseScheduledFiles.
           close PIAdvanceFile.
           close SchedRemitFile.
           close GLWorkFile.
           if LoanMasterIsOpen
               close LoanMasterFile
           end-if.

       8000-Logs.
           if LogSeverity = spaces
               move "INFO " to LogSeverity
