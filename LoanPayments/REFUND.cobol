      ******************************************************************
      * Borrower refund disbursement - money owed back to borrowers on *
      * closed loans stops sitting where it landed. The refund queue   *
      * shared\data\refundsdue.txt carries the escrow left at paid-in- *
      * full and over-remitted payoffs (POSTPAY and PAYOFFEXEC queue   *
      * them); this run first sweeps every credit balance left on      *
      * shared\data\suspense.txt for a loan the master shows closed    *
      * onto the same queue. Each account's credits are then paid as   *
      * one check once the newest of them has aged past the hold       *
      * period and the total reaches the minimum refund - smaller      *
      * credits wait on the queue. Check numbers come from the control *
      * file LoanPayments\refundcontrol.txt and every check goes on    *
      * the lifetime register LoanPayments\refundregister.txt (status  *
      * I issued/outstanding, C cleared, V void) the way CHECKISSUE    *
      * keeps escrow checks; the bank's cleared file                   *
      * LoanPayments\refundcleared.txt clears them and                 *
      * LoanPayments\refundvoids.txt voids one and puts its money back *
      * on the queue for reissue. Checks print to                      *
      * LoanPayments\refundchecks.txt payable to the borrower at the   *
      * borrower master address; an account with a known-bad address   *
      * (or no borrower record) is listed on Statements\               *
      * addressresearch.txt and keeps its credits queued instead of    *
      * getting a check. Every check posts a balanced pair to          *
      * glwork.txt clearing the liability it pays - refunds payable    *
      * for escrow (moved there at close) and reissued voids, the      *
      * suspense liability for suspense and over-remitted money -      *
      * against cash, and escrow money is also written to              *
      * Escrow\disbursements.txt so the ledger rebuild shows it paid   *
      * out. The run's dispositions print to LoanPayments\             *
      * refundreport.txt. The register rows also carry POSPAY's        *
      * positive pay state for each check. Each suspense sweep is      *
      * journalled on shared\data\suspensejournal.txt.                 *
      * Buydown subsidy BUYDMAINT credits to the borrower of a loan    *
      * that closed with subsidy still held is queued the same way,    *
      * already moved to refunds payable.                              *
      * An account whose borrower or co-party is a confirmed sanctions *
      * hit on shared\data\sanctionqueue.txt gets no check - its       *
      * credits stay queued, held for sanctions review, until          *
      * SANCREVIEW releases the case.                                  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. REFUND.

       ENVIRONMENT DIVISION.
       input-output section.
           file-control.
               select optional RefundDueFile ASSIGN TO
                   "shared\data\refundsdue.txt"
                   organization is line sequential.

               select optional SuspenseFile ASSIGN TO
                   "shared\data\suspense.txt"
                   organization is line sequential.

               select optional SuspenseJournalFile ASSIGN TO
                   "shared\data\suspensejournal.txt"
                   organization is line sequential.

               select optional RefundControlFile ASSIGN TO
                   "LoanPayments\refundcontrol.txt"
                   organization is line sequential.

               select optional RefundRegisterFile ASSIGN TO
                   "LoanPayments\refundregister.txt"
                   organization is line sequential.

               select optional ClearedChecksFile ASSIGN TO
                   "LoanPayments\refundcleared.txt"
                   organization is line sequential.

               select optional VoidChecksFile ASSIGN TO
                   "LoanPayments\refundvoids.txt"
                   organization is line sequential.

               select RefundCheckFile ASSIGN TO
                   "LoanPayments\refundchecks.txt"
                   organization is line sequential.

               select RefundReportFile ASSIGN TO
                   "LoanPayments\refundreport.txt"
                   organization is line sequential.

               select optional AddressResearchFile ASSIGN TO
                   "Statements\addressresearch.txt"
                   organization is line sequential.

               select optional DisbursementOutFile ASSIGN TO
                   "Escrow\disbursements.txt"
                   organization is line sequential.

               select optional SanctionQueueFile ASSIGN TO
                   "shared\data\sanctionqueue.txt"
                   organization is line sequential.

               select optional ChartOfAccountsFile ASSIGN TO
                   "shared\data\chartofaccounts.txt"
                   organization is line sequential.

               select optional GLWorkFile ASSIGN TO
                   "shared\data\glwork.txt"
                   organization is line sequential.

               select LoanMasterFile ASSIGN TO
                   "shared\data\loanmaster.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is LM-LoanAccount
                   file status is LoanMasterStatus.

               select BorrowerMasterFile ASSIGN TO
                   "shared\data\borrowers.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is BW-Account
                   file status is BorrowerMasterStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  RefundDueFile.
           copy "../shared/copybooks/refunddue.cpy".

       FD  SuspenseFile.
           01 SuspenseRecord.
               05  SUS-Account      PIC X(10).
               05  SUS-Balance      PIC 9(7)V99.
               05  SUS-LastDate     PIC X(10).

       FD  SuspenseJournalFile.
           copy "../shared/copybooks/suspjrnl.cpy".

       FD  RefundControlFile.
           01 RefundControlRecord.
               05  CTL-NextCheckNo  PIC 9(8).

       FD  RefundRegisterFile.
           01 RefundRegisterRecord.
               05  RCK-Number       PIC 9(8).
               05  RCK-Account      PIC X(10).
               05  RCK-Payee        PIC X(30).
               05  RCK-Amount       PIC 9(7)V99.
               05  RCK-IssueDate    PIC X(10).
               05  RCK-Status       PIC X.
                   88  RCK-Outstanding value "I".
                   88  RCK-Cleared     value "C".
                   88  RCK-Void        value "V".
               05  RCK-ClearedDate  PIC X(10).
      * POSITIVE PAY - WHAT THE BANK HAS BEEN SENT (I ISSUE, V VOID)
      * AND HOW A PRESENTED-ITEM EXCEPTION WAS DECIDED (P PAY, R RETURN)
               05  RCK-PosPaySent   PIC X.
               05  RCK-ExcDecision  PIC X.
               05  RCK-ExcDate      PIC X(10).
               05  RCK-ExcReason    PIC XX.

       FD  ClearedChecksFile.
           01 ClearedCheckRecord.
               05  CLR-Number       PIC 9(8).
               05  CLR-Date         PIC X(10).

       FD  VoidChecksFile.
           01 VoidCheckRecord.
               05  VCK-Number       PIC 9(8).
               05  VCK-Reason       PIC X(30).

       FD  RefundCheckFile.
           01 RefundCheckLine       PIC X(90).

       FD  RefundReportFile.
           01 RefundReportLine      PIC X(120).

       FD  AddressResearchFile.
           01 AddressResearchRecord.
               05  ARX-Account      PIC X(10).
               05  FILLER           PIC X.
               05  ARX-Program      PIC X(14).
               05  FILLER           PIC X.
               05  ARX-Date         PIC X(10).
               05  FILLER           PIC X.
               05  ARX-Reason       PIC X(30).

       FD  DisbursementOutFile.
           01 DisbursementOutRecord.
               05  DIN-Account      PIC X(10).
               05  DIN-Date         PIC X(10).
               05  DIN-Payee        PIC X(20).
               05  DIN-Amount       PIC 9(6)V99.

       FD  ChartOfAccountsFile.
           01 ChartOfAccountsRecord.
               05  COA-PostTypeIn   PIC X(4).
               05  COA-AcctNoIn     PIC X(8).
               05  COA-AcctNameIn   PIC X(24).

       FD  GLWorkFile.
           copy "../shared/copybooks/glwork.cpy".

       FD  LoanMasterFile.
           copy "../shared/copybooks/loanmaster.cpy".

       FD  BorrowerMasterFile.
           copy "../shared/copybooks/borrower.cpy".

       FD  SanctionQueueFile.
           copy "../shared/copybooks/sancqueue.cpy".

       working-storage section.
      * THE REFUND QUEUE IN MEMORY - A ROW PAID THIS RUN IS MARKED
      * AND LEFT OFF THE REWRITE; EVERY OTHER ROW GOES BACK OUT
       01  QUEUE-TABLE.
           05  QueueEntry occurs 2000 times.
               10  QUE-Account      PIC X(10).
               10  QUE-Source       PIC X.
               10  QUE-Amount       PIC 9(7)V99.
               10  QUE-AriseDate    PIC X(10).
               10  QUE-Disposition  PIC X.
                   88  QUE-Pending  value " ".
                   88  QUE-Paid     value "P".
                   88  QUE-Looked   value "L".
       01  QueueCount               PIC 9(4) value zero.
       01  QueueSub                 PIC 9(4) value zero.
       01  AccountSub               PIC 9(4) value zero.

       01  REGISTER-TABLE.
           05  RegisterEntry occurs 2000 times.
               10  REG-Number       PIC 9(8).
               10  REG-Account      PIC X(10).
               10  REG-Payee        PIC X(30).
               10  REG-Amount       PIC 9(7)V99.
               10  REG-IssueDate    PIC X(10).
               10  REG-Status       PIC X.
               10  REG-ClearedDate  PIC X(10).
               10  REG-PosPaySent   PIC X.
               10  REG-ExcDecision  PIC X.
               10  REG-ExcDate      PIC X(10).
               10  REG-ExcReason    PIC XX.
       01  RegisterCount            PIC 9(4) value zero.
       01  RegisterSub              PIC 9(4) value zero.
       01  RegisterFoundFlag        PIC X value "N".
           88  RegisterFound        value "Y".

       01  SUSPENSE-TABLE.
           05  SuspenseEntry occurs 2000 times.
               10  SP-Account       PIC X(10).
               10  SP-Balance       PIC 9(7)V99.
               10  SP-LastDate      PIC X(10).
       01  SuspenseCount            PIC 9(4) value zero.
       01  SuspenseSub              PIC 9(4) value zero.

       01  CHART-OF-ACCOUNTS.
           05  ChartEntry occurs 50 times.
               10  COA-PostType     PIC X(4).
               10  COA-AcctNo       PIC X(8).
               10  COA-AcctName     PIC X(24).
       01  ChartCount               PIC 99 value zero.
       01  ChartSub                 PIC 99 value zero.
       01  GLPostType               PIC X(4) value spaces.

       01  LoanMasterStatus         PIC XX value spaces.
       01  BorrowerMasterStatus     PIC XX value spaces.

       01  eof-queue-file           PIC X value "N".
           88  eof-queue            value "Y".
       01  eof-suspense-file        PIC X value "N".
           88  eof-suspense         value "Y".
       01  eof-control-file         PIC X value "N".
           88  eof-control          value "Y".
       01  eof-register-file        PIC X value "N".
           88  eof-register         value "Y".
       01  eof-cleared-file         PIC X value "N".
           88  eof-cleared          value "Y".
       01  eof-void-file            PIC X value "N".
           88  eof-void             value "Y".
      * LOAN ACCOUNTS WITH A CONFIRMED SANCTIONS HIT
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

       01  eof-chart-file           PIC X value "N".
           88  eof-chart            value "Y".

      * A CREDIT IS NOT PAID UNTIL IT HAS SAT THIS MANY DAYS (LATE
      * MONEY, A RETURNED PAYMENT OR A CORRECTION CAN STILL MOVE IT),
      * AND AN ACCOUNT OWED LESS THAN THE MINIMUM IS NOT WORTH A
      * CHECK - ITS CREDITS STAY QUEUED AND MAY GROW
       01  RefundHoldDays           PIC 9(3) value 30.
       01  MinimumRefund            PIC 9(3)V99 value 5.00.

       01  NextCheckNo              PIC 9(8) value 1.
       01  RefundAccount            PIC X(10) value spaces.
       01  AccountTotal             PIC 9(7)V99 value zero.
       01  AccountRefundsPayable    PIC 9(7)V99 value zero.
       01  AccountSuspense          PIC 9(7)V99 value zero.
       01  AccountEscrow            PIC 9(7)V99 value zero.
       01  HeldTotal                PIC 9(7)V99 value zero.
       01  AccountCompany           PIC X(3) value spaces.
       01  Disposition              PIC X(30) value spaces.
       01  SourceText               PIC X(30) value spaces.

       01  ChecksIssued             PIC 9(4) value zero.
       01  ChecksCleared            PIC 9(4) value zero.
       01  ChecksVoided             PIC 9(4) value zero.
       01  SuspenseSwept            PIC 9(4) value zero.
       01  AccountsHeld             PIC 9(4) value zero.
       01  AccountsBelowMinimum     PIC 9(4) value zero.
       01  AccountsToResearch       PIC 9(4) value zero.
       01  AccountsSanctioned       PIC 9(4) value zero.
       01  IssueTotal               PIC 9(8)V99 value zero.

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
       01  DateInteger              PIC 9(8) value zero.
       01  TodayInteger             PIC 9(8) value zero.
       01  CreditAgeDays            PIC S9(5) value zero.

       01  Disp-Amount              PIC $$,$$$,$$9.99.
       01  Disp-Total               PIC $$$,$$$,$$9.99.

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
       01  LogProgramName           PIC X(14) value "REFUND".
       01  LogAction                PIC X value "W".
           88  LogActionClose       value "C".

       PROCEDURE DIVISION.
       0000-MainDriver.
           move function CURRENT-DATE to CURRENT-DATE-AND-TIME.
           move spaces to TodayDate.
           string CDT-Month "/" CDT-Day "/" CDT-Year into TodayDate.
           move TodayDate to WORK-DATE.
           perform 7000-DateToInteger.
           move DateInteger to TodayInteger.

           open input LoanMasterFile.
           if LoanMasterStatus not = "00"
               string "No loan master at "
                   "shared\data\loanmaster.dat status "
                   LoanMasterStatus " - no refunds issued" into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
               display "REFUND - no loan master, status "
                   LoanMasterStatus
               perform 9000-CloseLog
               stop run
           end-if.
           open input BorrowerMasterFile.
           if BorrowerMasterStatus not = "00"
               string "No borrower master at "
                   "shared\data\borrowers.dat status "
                   BorrowerMasterStatus
                   " - no refunds issued" into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
               display "REFUND - no borrower master, status "
                   BorrowerMasterStatus
               close LoanMasterFile
               perform 9000-CloseLog
               stop run
           end-if.

           perform 1000-LoadQueue.
           perform 1100-LoadRegister.
           perform 1200-LoadControl.
           perform 1300-LoadChart.
           perform 1400-LoadSanctioned.

           open extend GLWorkFile.
           perform 2000-ApplyCleared.
           perform 2500-ApplyVoids.
           perform 3000-SweepSuspense.

           open output RefundCheckFile.
           open output RefundReportFile.
           open extend AddressResearchFile.
           open extend DisbursementOutFile.

           move spaces to RefundReportLine.
           string "BORROWER REFUND REPORT     Run " TodayDate
               "   hold " RefundHoldDays " days   minimum "
               MinimumRefund
               into RefundReportLine.
           write RefundReportLine.
           move spaces to RefundReportLine.
           string "Account     Check no        Amount  Disposition"
               into RefundReportLine.
           write RefundReportLine.

           move 1 to AccountSub.
           perform QueueCount times
               if QUE-Pending(AccountSub)
                   move QUE-Account(AccountSub) to RefundAccount
                   perform 4000-RefundOneAccount
               end-if
               add 1 to AccountSub
           end-perform.

           move IssueTotal to Disp-Total.
           move spaces to RefundReportLine.
           write RefundReportLine.
           move spaces to RefundReportLine.
           string "Checks issued " ChecksIssued "  total " Disp-Total
               into RefundReportLine.
           write RefundReportLine.
           move spaces to RefundReportLine.
           string "Held " AccountsHeld
                  "  Below minimum " AccountsBelowMinimum
                  "  To research " AccountsToResearch
                  "  Suspense swept " SuspenseSwept
                  into RefundReportLine.
           write RefundReportLine.
           move spaces to RefundReportLine.
           string "Held for sanctions review " AccountsSanctioned
               into RefundReportLine.
           write RefundReportLine.
           move spaces to RefundReportLine.
           string "Cleared " ChecksCleared "  Voided " ChecksVoided
               into RefundReportLine.
           write RefundReportLine.

           close RefundCheckFile.
           close RefundReportFile.
           close AddressResearchFile.
           close DisbursementOutFile.
           close GLWorkFile.
           close LoanMasterFile.
           close BorrowerMasterFile.

           perform 5000-RewriteQueue.
           perform 5100-RewriteSuspense.
           perform 5200-RewriteRegister.
           perform 5300-RewriteControl.

           display "REFUND issued " ChecksIssued
               " held " AccountsHeld
               " below minimum " AccountsBelowMinimum
               " research " AccountsToResearch.
           string "END. Issued " ChecksIssued
               " total " IssueTotal
               " held " AccountsHeld
               " below minimum " AccountsBelowMinimum
               " research " AccountsToResearch
               " sanctions " AccountsSanctioned
               " cleared " ChecksCleared
               " voided " ChecksVoided into msg.
           perform 8000-Logs.
           perform 9000-CloseLog.

           stop run.

       1000-LoadQueue.
           open input RefundDueFile.
           read RefundDueFile
               at end set eof-queue to true
           end-read.
           perform until eof-queue
               if RFD-Amount numeric and RFD-Amount > zero
                   perform 1050-AddQueueRow
               end-if
               read RefundDueFile
                   at end set eof-queue to true
               end-read
           end-perform.
           close RefundDueFile.

       1050-AddQueueRow.
           if QueueCount >= 2000
               string "Refund queue table full at 2000 - "
                   RFD-Account " " RFD-Amount " dropped" into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
               exit paragraph
           end-if.
           add 1 to QueueCount.
           move RFD-Account to QUE-Account(QueueCount).
           move RFD-Source to QUE-Source(QueueCount).
           move RFD-Amount to QUE-Amount(QueueCount).
           move RFD-AriseDate to QUE-AriseDate(QueueCount).
           move space to QUE-Disposition(QueueCount).

       1100-LoadRegister.
           open input RefundRegisterFile.
           read RefundRegisterFile
               at end set eof-register to true
           end-read.
           perform until eof-register
               if RegisterCount < 2000
                   add 1 to RegisterCount
                   move RCK-Number to REG-Number(RegisterCount)
                   move RCK-Account to REG-Account(RegisterCount)
                   move RCK-Payee to REG-Payee(RegisterCount)
                   move RCK-Amount to REG-Amount(RegisterCount)
                   move RCK-IssueDate to REG-IssueDate(RegisterCount)
                   move RCK-Status to REG-Status(RegisterCount)
                   move RCK-ClearedDate to
                       REG-ClearedDate(RegisterCount)
                   move RCK-PosPaySent to
                       REG-PosPaySent(RegisterCount)
                   move RCK-ExcDecision to
                       REG-ExcDecision(RegisterCount)
                   move RCK-ExcDate to REG-ExcDate(RegisterCount)
                   move RCK-ExcReason to REG-ExcReason(RegisterCount)
               end-if
               read RefundRegisterFile
                   at end set eof-register to true
               end-read
           end-perform.
           close RefundRegisterFile.

       1200-LoadControl.
           open input RefundControlFile.
           read RefundControlFile
               at end set eof-control to true
           end-read.
           if not eof-control
               move CTL-NextCheckNo to NextCheckNo
           end-if.
           close RefundControlFile.

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

       1400-LoadSanctioned.
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

      * THE BANK'S CLEARED FILE IS CONSUMED AND DELETED - A CHECK
      * CLEARS ONCE
       2000-ApplyCleared.
           open input ClearedChecksFile.
           read ClearedChecksFile
               at end set eof-cleared to true
           end-read.
           perform until eof-cleared
               move CLR-Number to RCK-Number
               perform 2900-FindCheck
               evaluate true
                   when not RegisterFound
                       string "CLEARED refund check " CLR-Number
                           " is not on the register" into msg
                       move "ERROR" to LogSeverity
                       perform 8000-Logs
                   when REG-Status(RegisterSub) = "V"
                       string "BANK CLEARED VOIDED refund check "
                           CLR-Number " - investigate with the bank"
                           into msg
                       move "ERROR" to LogSeverity
                       perform 8000-Logs
                   when other
                       move "C" to REG-Status(RegisterSub)
                       move CLR-Date to REG-ClearedDate(RegisterSub)
                       add 1 to ChecksCleared
               end-evaluate
               read ClearedChecksFile
                   at end set eof-cleared to true
               end-read
           end-perform.
           close ClearedChecksFile.

           if ChecksCleared > zero
               call "C$DELETE" using "LoanPayments\refundcleared.txt",
                   0
           end-if.

      * A VOIDED REFUND CHECK'S MONEY IS STILL OWED - THE CASH COMES
      * BACK (DR CASH, CR REFUNDS PAYABLE) AND THE AMOUNT GOES BACK ON
      * THE QUEUE, DATED THE ORIGINAL ISSUE, FOR THE NEXT CHECK
       2500-ApplyVoids.
           open input VoidChecksFile.
           read VoidChecksFile
               at end set eof-void to true
           end-read.
           perform until eof-void
               perform 2600-VoidOneCheck
               read VoidChecksFile
                   at end set eof-void to true
               end-read
           end-perform.
           close VoidChecksFile.

           if ChecksVoided > zero
               call "C$DELETE" using "LoanPayments\refundvoids.txt", 0
           end-if.

       2600-VoidOneCheck.
           move VCK-Number to RCK-Number.
           perform 2900-FindCheck.
           if not RegisterFound
               string "VOID request for refund check " VCK-Number
                   " - not on the register" into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
               exit paragraph
           end-if.
           if REG-Status(RegisterSub) = "C"
               string "VOID refused - refund check " VCK-Number
                   " already cleared the bank" into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
               exit paragraph
           end-if.
           if REG-Status(RegisterSub) = "V"
               exit paragraph
           end-if.

           move "V" to REG-Status(RegisterSub).
           add 1 to ChecksVoided.

           move spaces to RefundDueRecord.
           move REG-Account(RegisterSub) to RFD-Account.
           move "V" to RFD-Source.
           move REG-Amount(RegisterSub) to RFD-Amount.
           move REG-IssueDate(RegisterSub) to RFD-AriseDate.
           perform 1050-AddQueueRow.

           move REG-Account(RegisterSub) to LM-LoanAccount.
           perform 4900-ReadCompany.
           move "CASH" to GLPostType.
           move "DR" to GLW-DRCR.
           move REG-Amount(RegisterSub) to GLW-Amount.
           move REG-Account(RegisterSub) to GLW-Account.
           perform 4950-WriteGLLine.
           move "RFDP" to GLPostType.
           move "CR" to GLW-DRCR.
           move REG-Amount(RegisterSub) to GLW-Amount.
           move REG-Account(RegisterSub) to GLW-Account.
           perform 4950-WriteGLLine.

           string "VOIDED refund check " VCK-Number
               " account " REG-Account(RegisterSub)
               " reason " VCK-Reason " - requeued" into msg.
           perform 8000-Logs.

       2900-FindCheck.
           move "N" to RegisterFoundFlag.
           move 1 to RegisterSub.
           perform until RegisterSub > RegisterCount
               if REG-Number(RegisterSub) = RCK-Number
                   set RegisterFound to true
                   exit perform
               end-if
               add 1 to RegisterSub
           end-perform.

      * A CREDIT BALANCE LEFT IN SUSPENSE ON A LOAN THE MASTER SHOWS
      * CLOSED CAN NEVER APPLY TO A PERIOD AGAIN - IT MOVES TO THE
      * REFUND QUEUE, DATED ITS LAST ACTIVITY, AND LEAVES SUSPENSE
       3000-SweepSuspense.
           open input SuspenseFile.
           read SuspenseFile
               at end set eof-suspense to true
           end-read.
           perform until eof-suspense
               if SuspenseCount < 2000
                   add 1 to SuspenseCount
                   move SUS-Account to SP-Account(SuspenseCount)
                   move SUS-Balance to SP-Balance(SuspenseCount)
                   move SUS-LastDate to SP-LastDate(SuspenseCount)
               end-if
               read SuspenseFile
                   at end set eof-suspense to true
               end-read
           end-perform.
           close SuspenseFile.

           move 1 to SuspenseSub.
           perform SuspenseCount times
               if SP-Balance(SuspenseSub) > zero
                   move SP-Account(SuspenseSub) to LM-LoanAccount
                   read LoanMasterFile
                       invalid key
                           continue
                       not invalid key
                           if LM-StatusClosed
                               perform 3100-SweepOneBalance
                           end-if
                   end-read
               end-if
               add 1 to SuspenseSub
           end-perform.

       3100-SweepOneBalance.
           move spaces to RefundDueRecord.
           move SP-Account(SuspenseSub) to RFD-Account.
           move "S" to RFD-Source.
           move SP-Balance(SuspenseSub) to RFD-Amount.
           move SP-LastDate(SuspenseSub) to RFD-AriseDate.
           if RFD-AriseDate = spaces
               move TodayDate to RFD-AriseDate
           end-if.
           perform 1050-AddQueueRow.

           string "SWEPT suspense " SP-Account(SuspenseSub)
               " balance " SP-Balance(SuspenseSub)
               " on closed loan to the refund queue" into msg.
           perform 8000-Logs.

           move zero to SP-Balance(SuspenseSub).
           add 1 to SuspenseSwept.

           move spaces to SuspenseJournalRecord.
           move SP-Account(SuspenseSub) to SJR-Account.
           move TodayDate to SJR-Date.
           set SJR-Refunded to true.
           move RFD-Amount to SJR-Amount.
           move zero to SJR-Period.
           move zero to SJR-Balance.
           move LogProgramName to SJR-Source.
           open extend SuspenseJournalFile.
           write SuspenseJournalRecord.
           close SuspenseJournalFile.

      * ONE CHECK PER ACCOUNT FOR EVERY CREDIT QUEUED AGAINST IT -
      * THE WHOLE ACCOUNT WAITS WHILE ANY PART OF IT IS STILL IN ITS
      * HOLD PERIOD, SO THE BORROWER GETS ONE CHECK, NOT A TRICKLE
       4000-RefundOneAccount.
           move zero to AccountTotal.
           move zero to AccountRefundsPayable.
           move zero to AccountSuspense.
           move zero to AccountEscrow.
           move zero to HeldTotal.
           move AccountSub to QueueSub.
           perform until QueueSub > QueueCount
               if QUE-Account(QueueSub) = RefundAccount
                   and QUE-Pending(QueueSub)
                   set QUE-Looked(QueueSub) to true
                   add QUE-Amount(QueueSub) to AccountTotal
                   move QUE-AriseDate(QueueSub) to WORK-DATE
                   perform 7000-DateToInteger
                   compute CreditAgeDays = TodayInteger - DateInteger
                   if CreditAgeDays < RefundHoldDays
                       add QUE-Amount(QueueSub) to HeldTotal
                   end-if
               end-if
               add 1 to QueueSub
           end-perform.

           move "N" to SanctionFlag.
           move 1 to SanctionSub.
           perform until SanctionSub > SanctionCount
               if SNT-Account(SanctionSub) = RefundAccount
                   set AccountSanctioned to true
                   exit perform
               end-if
               add 1 to SanctionSub
           end-perform.

           evaluate true
               when AccountSanctioned
                   add 1 to AccountsSanctioned
                   move "HELD - SANCTIONS REVIEW" to Disposition
                   perform 4800-ReportLine
                   string "Refund for " RefundAccount " of "
                       AccountTotal " held - sanctions case "
                       SNT-CaseId(SanctionSub) " confirmed"
                       into msg
                   move "WARN " to LogSeverity
                   perform 8000-Logs
                   exit paragraph
               when HeldTotal > zero
                   add 1 to AccountsHeld
                   move "HELD - within hold period" to Disposition
                   perform 4800-ReportLine
                   exit paragraph
               when AccountTotal < MinimumRefund
                   add 1 to AccountsBelowMinimum
                   move "BELOW MINIMUM - stays queued" to Disposition
                   perform 4800-ReportLine
                   exit paragraph
           end-evaluate.

           move RefundAccount to BW-Account.
           read BorrowerMasterFile
               invalid key
                   move "B" to BW-AddressFlag
                   move spaces to BW-Name
           end-read.
           if BW-AddressBad
               add 1 to AccountsToResearch
               move spaces to AddressResearchRecord
               move RefundAccount to ARX-Account
               move LogProgramName to ARX-Program
               move TodayDate to ARX-Date
               move "REFUND HELD - BAD ADDRESS" to ARX-Reason
               write AddressResearchRecord
               move "RESEARCH - bad or no address" to Disposition
               perform 4800-ReportLine
               string "Refund for " RefundAccount " of "
                   AccountTotal " held - bad or missing address,"
                   " listed for research" into msg
               move "WARN " to LogSeverity
               perform 8000-Logs
               exit paragraph
           end-if.

           if RegisterCount >= 2000
               string "Refund register table full at 2000 - "
                   RefundAccount " not issued" into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
               exit paragraph
           end-if.

           perform 4100-IssueCheck.

       4100-IssueCheck.
           add 1 to RegisterCount.
           move NextCheckNo to REG-Number(RegisterCount).
           move RefundAccount to REG-Account(RegisterCount).
           move BW-Name to REG-Payee(RegisterCount).
           move AccountTotal to REG-Amount(RegisterCount).
           move TodayDate to REG-IssueDate(RegisterCount).
           move "I" to REG-Status(RegisterCount).
           move spaces to REG-ClearedDate(RegisterCount).
           move space to REG-PosPaySent(RegisterCount).
           move space to REG-ExcDecision(RegisterCount).
           move spaces to REG-ExcDate(RegisterCount).
           move spaces to REG-ExcReason(RegisterCount).

           move AccountTotal to Disp-Amount.
           move spaces to RefundCheckLine.
           string "REFUND CHECK   No. " NextCheckNo
                  "          Date " TodayDate
                  into RefundCheckLine.
           write RefundCheckLine.
           move spaces to RefundCheckLine.
           write RefundCheckLine.
           move spaces to RefundCheckLine.
           string "Pay to the order of  " BW-Name
               into RefundCheckLine.
           write RefundCheckLine.
           move spaces to RefundCheckLine.
           string "Amount               " Disp-Amount
               into RefundCheckLine.
           write RefundCheckLine.
           move spaces to RefundCheckLine.
           write RefundCheckLine.
           move spaces to RefundCheckLine.
           move BW-Name to RefundCheckLine.
           write RefundCheckLine.
           move spaces to RefundCheckLine.
           move BW-Addr1 to RefundCheckLine.
           write RefundCheckLine.
           if BW-Addr2 not = spaces
               move spaces to RefundCheckLine
               move BW-Addr2 to RefundCheckLine
               write RefundCheckLine
           end-if.
           move spaces to RefundCheckLine.
           string BW-City delimited by "  "
                  ", " delimited by size
                  BW-State delimited by size
                  " " delimited by size
                  BW-Zip delimited by size
                  into RefundCheckLine
           end-string.
           write RefundCheckLine.
           move spaces to RefundCheckLine.
           write RefundCheckLine.
           move spaces to RefundCheckLine.
           string "Refund of credit on closed loan account "
                  RefundAccount into RefundCheckLine.
           write RefundCheckLine.

           move AccountSub to QueueSub.
           perform until QueueSub > QueueCount
               if QUE-Account(QueueSub) = RefundAccount
                   and QUE-Looked(QueueSub)
                   perform 4200-PayOneCredit
               end-if
               add 1 to QueueSub
           end-perform.

           move spaces to RefundCheckLine.
           string "- - - - - - - - - - - - - - - - - - - - - - - -"
                  " - - - - - - - - - -" into RefundCheckLine.
           write RefundCheckLine.

           perform 4900-ReadCompany.
           move RefundAccount to GLW-Account.
           if AccountRefundsPayable > zero
               move "RFDP" to GLPostType
               move "DR" to GLW-DRCR
               move AccountRefundsPayable to GLW-Amount
               perform 4950-WriteGLLine
           end-if.
           if AccountSuspense > zero
               move "SUSP" to GLPostType
               move "DR" to GLW-DRCR
               move AccountSuspense to GLW-Amount
               perform 4950-WriteGLLine
           end-if.
           move "CASH" to GLPostType.
           move "CR" to GLW-DRCR.
           move AccountTotal to GLW-Amount.
           perform 4950-WriteGLLine.

      * THE ESCROW PART LEAVES THE ESCROW LEDGER THE WAY ANY ESCROW
      * DISBURSEMENT DOES, SO THE REBUILT BALANCE COMES TO ZERO
           if AccountEscrow > zero
               move RefundAccount to DIN-Account
               move TodayDate to DIN-Date
               move "BORROWER REFUND" to DIN-Payee
               move AccountEscrow to DIN-Amount
               write DisbursementOutRecord
           end-if.

           move "ISSUED" to Disposition.
           perform 4800-ReportLine.

           add 1 to ChecksIssued.
           add AccountTotal to IssueTotal.
           string "ISSUED refund check " NextCheckNo
               " account " RefundAccount
               " amount " AccountTotal into msg.
           perform 8000-Logs.

           add 1 to NextCheckNo.

       4200-PayOneCredit.
           set QUE-Paid(QueueSub) to true.
           evaluate QUE-Source(QueueSub)
               when "E"
                   move "Escrow balance at payoff" to SourceText
                   add QUE-Amount(QueueSub) to AccountRefundsPayable
                   add QUE-Amount(QueueSub) to AccountEscrow
               when "V"
                   move "Reissue of voided refund" to SourceText
                   add QUE-Amount(QueueSub) to AccountRefundsPayable
               when "B"
                   move "Buydown subsidy credit" to SourceText
                   add QUE-Amount(QueueSub) to AccountRefundsPayable
               when "O"
                   move "Payoff funds over amount due" to SourceText
                   add QUE-Amount(QueueSub) to AccountSuspense
               when other
                   move "Unapplied funds" to SourceText
                   add QUE-Amount(QueueSub) to AccountSuspense
           end-evaluate.
           move QUE-Amount(QueueSub) to Disp-Amount.
           move spaces to RefundCheckLine.
           string "   " SourceText " " QUE-AriseDate(QueueSub)
                  "  " Disp-Amount into RefundCheckLine.
           write RefundCheckLine.

       4800-ReportLine.
           move AccountTotal to Disp-Amount.
           move spaces to RefundReportLine.
           if Disposition = "ISSUED"
               string RefundAccount "  " NextCheckNo "  " Disp-Amount
                      "  " Disposition into RefundReportLine
           else
               string RefundAccount "            " Disp-Amount
                      "  " Disposition into RefundReportLine
           end-if.
           write RefundReportLine.

       4900-ReadCompany.
           move spaces to AccountCompany.
           move GLW-Account to LM-LoanAccount.
           if RefundAccount not = spaces
               move RefundAccount to LM-LoanAccount
           end-if.
           read LoanMasterFile
               invalid key
                   continue
               not invalid key
                   move LM-CompanyCode to AccountCompany
           end-read.

       4950-WriteGLLine.
           move spaces to GLW-AcctNo.
           move spaces to GLW-AcctName.
           move 1 to ChartSub.
           perform until ChartSub > ChartCount
               if COA-PostType(ChartSub) = GLPostType
                   move COA-AcctNo(ChartSub) to GLW-AcctNo
                   move COA-AcctName(ChartSub) to GLW-AcctName
                   exit perform
               end-if
               add 1 to ChartSub
           end-perform.
           if GLW-AcctName = spaces
               evaluate GLPostType
                   when "CASH"
                       move "Cash" to GLW-AcctName
                   when "RFDP"
                       move "Refunds Payable" to GLW-AcctName
                   when "SUSP"
                       move "Suspense - Unapplied Funds"
                           to GLW-AcctName
               end-evaluate
           end-if.
           move LogProgramName to GLW-Source.
           move TodayDate to GLW-Date.
           move AccountCompany to GLW-Company.
           write GLWorkRecord.

       5000-RewriteQueue.
           open output RefundDueFile.
           move 1 to QueueSub.
           perform QueueCount times
               if not QUE-Paid(QueueSub)
                   move spaces to RefundDueRecord
                   move QUE-Account(QueueSub) to RFD-Account
                   move QUE-Source(QueueSub) to RFD-Source
                   move QUE-Amount(QueueSub) to RFD-Amount
                   move QUE-AriseDate(QueueSub) to RFD-AriseDate
                   write RefundDueRecord
               end-if
               add 1 to QueueSub
           end-perform.
           close RefundDueFile.

       5100-RewriteSuspense.
           if SuspenseSwept = zero
               exit paragraph
           end-if.
           open output SuspenseFile.
           move 1 to SuspenseSub.
           perform SuspenseCount times
               if SP-Balance(SuspenseSub) > zero
                   move SP-Account(SuspenseSub) to SUS-Account
                   move SP-Balance(SuspenseSub) to SUS-Balance
                   move SP-LastDate(SuspenseSub) to SUS-LastDate
                   write SuspenseRecord
               end-if
               add 1 to SuspenseSub
           end-perform.
           close SuspenseFile.

       5200-RewriteRegister.
           open output RefundRegisterFile.
           move 1 to RegisterSub.
           perform RegisterCount times
               move REG-Number(RegisterSub) to RCK-Number
               move REG-Account(RegisterSub) to RCK-Account
               move REG-Payee(RegisterSub) to RCK-Payee
               move REG-Amount(RegisterSub) to RCK-Amount
               move REG-IssueDate(RegisterSub) to RCK-IssueDate
               move REG-Status(RegisterSub) to RCK-Status
               move REG-ClearedDate(RegisterSub) to RCK-ClearedDate
               move REG-PosPaySent(RegisterSub) to RCK-PosPaySent
               move REG-ExcDecision(RegisterSub) to RCK-ExcDecision
               move REG-ExcDate(RegisterSub) to RCK-ExcDate
               move REG-ExcReason(RegisterSub) to RCK-ExcReason
               write RefundRegisterRecord
               add 1 to RegisterSub
           end-perform.
           close RefundRegisterFile.

       5300-RewriteControl.
           open output RefundControlFile.
           move NextCheckNo to CTL-NextCheckNo.
           write RefundControlRecord.
           close RefundControlFile.

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

       end program REFUND.
