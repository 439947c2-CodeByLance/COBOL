      ******************************************************************
      * Misapplied payment transfer - moves a payment that posted to   *
      * the wrong loan onto the right one without pretending a check   *
      * bounced. For each row in LoanPayments\pmttransfers.txt (from   *
      * account, original paid date, amount, to account, reason,       *
      * operator) the payment comes off the source loan the same way   *
      * NSFUNWIND backs a return out - the paid period carrying that   *
      * date and amount on shared\data\paymentstatus.txt reopens, its  *
      * row leaves shared\data\postedpmts.txt and any late-fee money   *
      * it carried goes back onto the charges it retired (or, when it  *
      * never closed a period, it comes out of the source's suspense   *
      * balance) - but nothing is written to the returned-item side,   *
      * so no return is counted against the borrower. The same money   *
      * then posts to the target loan's earliest open period exactly   *
      * as POSTPAY would post it, split per the target's application   *
      * rule, with the ORIGINAL paid date, so LATEFEE judges the       *
      * period's timeliness by when the borrower actually paid; short  *
      * money waits in the target's suspense under that same date.     *
      * Both sides of every transfer land on the per-run register at   *
      * LoanPayments\pmttransferregister.txt, and a PT (payment        *
      * transfer) note naming the other account, reason and operator   *
      * is added to the servicing notes history of both loans. A       *
      * request is refused whole - neither side touched - when the     *
      * source posting cannot be found, the target has no open period, *
      * or either loan is no longer serviced here.                     *
      * Corporate advance money moves with the payment: whatever the   *
      * misapplied posting collected goes back onto the source loan's  *
      * advance sub-ledger (ADVLEDGER), the target's rule collects     *
      * its own open advances the way POSTPAY would, and each side's   *
      * advance movement carries its GL pair to glwork.txt (DR         *
      * advances receivable / CR cash back out on the source, DR cash  *
      * / CR advances receivable on the target).                       *
      * The source posting is kept on shared\data\returnhistory.txt    *
      * as a transfer, and every suspense movement on either side is   *
      * journalled on shared\data\suspensejournal.txt, so both loans'  *
      * history statements tell the whole story.                       *
      * A simple-interest loan on either side moves on its accrual     *
      * journal too (SIACCRUE): the source gets the posting's          *
      * principal and interest back, and the target's split is         *
      * figured on interest earned to the original paid date.          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. PMTXFER.

       ENVIRONMENT DIVISION.
       input-output section.
           file-control.
               select TransferRequestFile ASSIGN TO
                   "LoanPayments\pmttransfers.txt"
                   organization is line sequential
                   file status is RequestFileStatus.

               select PaymentStatusFile ASSIGN TO
                   "shared\data\paymentstatus.txt"
                   organization is line sequential
                   file status is StatusFileStatus.

               select optional PostedPaymentFile ASSIGN TO
                   "shared\data\postedpmts.txt"
                   organization is line sequential.

               select optional PurgeWorkFile ASSIGN TO
                   "shared\data\postedpmts.tmp"
                   organization is line sequential.

               select optional SuspenseFile ASSIGN TO
                   "shared\data\suspense.txt"
                   organization is line sequential.

               select optional AppRuleFile ASSIGN TO
                   "shared\data\payapprules.txt"
                   organization is line sequential.

               select optional LateFeeRegister ASSIGN TO
                   "shared\data\latefees.txt"
                   organization is line sequential.

               select optional ServicingNotesFile ASSIGN TO
                   "shared\data\servicingnotes.txt"
                   organization is line sequential.

               select TransferRegisterFile ASSIGN TO
                   "LoanPayments\pmttransferregister.txt"
                   organization is line sequential.

               select LoanMasterFile ASSIGN TO
                   "shared\data\loanmaster.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is LM-LoanAccount
                   file status is LoanMasterStatus.

               select optional ChartOfAccountsFile ASSIGN TO
                   "shared\data\chartofaccounts.txt"
                   organization is line sequential.

               select optional GLWorkFile ASSIGN TO
                   "shared\data\glwork.txt"
                   organization is line sequential.

               select optional ReturnHistoryFile ASSIGN TO
                   "shared\data\returnhistory.txt"
                   organization is line sequential.

               select optional SuspenseJournalFile ASSIGN TO
                   "shared\data\suspensejournal.txt"
                   organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD  TransferRequestFile.
           01 TransferRequestRecord.
               05  PXR-FromAccount  PIC X(10).
               05  PXR-PaidDate     PIC X(10).
               05  PXR-Amount       PIC 9(6)V99.
               05  PXR-ToAccount    PIC X(10).
               05  PXR-Reason       PIC X(30).
               05  PXR-Operator     PIC X(10).

       FD  PaymentStatusFile.
           copy "../shared/copybooks/paystatus.cpy".

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
               05  PPH-ToAdvance    PIC 9(6)V99.

       FD  PurgeWorkFile.
           01 PurgeWorkRecord       PIC X(100).

       FD  SuspenseFile.
           01 SuspenseRecord.
               05  SUS-Account      PIC X(10).
               05  SUS-Balance      PIC 9(7)V99.
               05  SUS-LastDate     PIC X(10).

       FD  AppRuleFile.
           01 AppRuleRecord.
               05  RAP-Account      PIC X(10).
               05  RAP-Order        PIC X(6).

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
               05  LFR-WaiveDate    PIC X(10).
               05  LFR-WaiveReason  PIC X(2).
               05  LFR-WaiveOper    PIC X(10).

       FD  ServicingNotesFile.
           01 ServicingNoteRecord.
               05  SVN-Account      PIC X(10).
               05  FILLER           PIC X.
               05  SVN-Stamp        PIC X(14).
               05  FILLER           PIC X.
               05  SVN-Operator     PIC X(10).
               05  FILLER           PIC X.
               05  SVN-Category     PIC X(2).
               05  FILLER           PIC X.
               05  SVN-Text         PIC X(100).

       FD  TransferRegisterFile.
           01 TransferLine          PIC X(132).

       FD  LoanMasterFile.
           copy "../shared/copybooks/loanmaster.cpy".

       FD  ChartOfAccountsFile.
           01 ChartOfAccountsRecord.
               05  COA-PostTypeIn   PIC X(4).
               05  COA-AcctNoIn     PIC X(8).
               05  COA-AcctNameIn   PIC X(24).

       FD  GLWorkFile.
           copy "../shared/copybooks/glwork.cpy".

       FD  ReturnHistoryFile.
           copy "../shared/copybooks/rethist.cpy".

       FD  SuspenseJournalFile.
           copy "../shared/copybooks/suspjrnl.cpy".

       working-storage section.
       01  STATUS-TABLE.
           05  StatusEntry occurs 20000 times.
               10  ST-Account       PIC X(10).
               10  ST-Period        PIC 9(4).
               10  ST-DueDate       PIC X(10).
               10  ST-AmountDue     PIC 9(6)V99.
               10  ST-PrincipalDue  PIC 9(6)V99.
               10  ST-InterestDue   PIC 9(6)V99.
               10  ST-EscrowDue     PIC 9(4)V99.
               10  ST-FeeDue        PIC 9(4)V99.
               10  ST-PaidDate      PIC X(10).
               10  ST-PaidAmount    PIC 9(6)V99.
               10  ST-OverShort     PIC S9(6)V99.
               10  ST-Status        PIC X.
                   88  ST-Open      value "O".
                   88  ST-Paid      value "P".
       01  StatusCount              PIC 9(5) value zero.
       01  StatusSub                PIC 9(5) value zero.
       01  SourceSub                PIC 9(5) value zero.
       01  TargetSub                PIC 9(5) value zero.
       01  ReleaseSub               PIC 9(5) value zero.

       01  SUSPENSE-TABLE.
           05  SuspenseEntry occurs 2000 times.
               10  SP-Account       PIC X(10).
               10  SP-Balance       PIC 9(7)V99.
               10  SP-LastDate      PIC X(10).
       01  SuspenseCount            PIC 9(4) value zero.
       01  SuspenseSub              PIC 9(4) value zero.
       01  SourceSuspenseSub        PIC 9(4) value zero.
       01  SuspenseFoundFlag        PIC X value "N".
           88  SuspenseFound        value "Y".

       01  APPRULE-TABLE.
           05  AppRuleEntry occurs 100 times.
               10  APR-Account      PIC X(10).
               10  APR-Order        PIC X(6).
       01  AppRuleCount             PIC 999 value zero.
       01  AppRuleSub               PIC 999 value zero.
       01  AppRuleFoundFlag         PIC X value "N".
           88  AppRuleFound         value "Y".
       01  DefaultAppRuleSub        PIC 999 value zero.

      * THE ASSESSED-FEE REGISTER RIDES IN MEMORY - THE SOURCE SIDE
      * GIVES BACK THE LATE-FEE MONEY THE MISAPPLIED POSTING RETIRED,
      * THE TARGET SIDE PAYS ITS OWN CHARGES DOWN PER ITS RULE
       01  LATEFEE-TABLE.
           05  LateFeeEntry occurs 5000 times.
               10  LF-Account       PIC X(10).
               10  LF-Period        PIC 9(4).
               10  LF-AssessDate    PIC X(10).
               10  LF-DueDate       PIC X(10).
               10  LF-PaidDate      PIC X(10).
               10  LF-DaysLate      PIC 9(4).
               10  LF-FeeAmount     PIC 9(4)V99.
               10  LF-Basis         PIC X.
               10  LF-RuleSource    PIC X(10).
               10  LF-PaidAmt       PIC 9(4)V99.
               10  LF-Waived        PIC X.
               10  LF-WaiveDate     PIC X(10).
               10  LF-WaiveReason   PIC X(2).
               10  LF-WaiveOper     PIC X(10).
       01  LateFeeCount             PIC 9(4) value zero.
       01  LateFeeSub               PIC 9(4) value zero.
       01  UnwoundLateFee           PIC 9(6)V99 value zero.
       01  LateFeeGiveBack          PIC 9(4)V99 value zero.
       01  LateFeeChangedFlag       PIC X value "N".
           88  LateFeeChanged       value "Y".

      * SPLIT WORK AREA - POSTPAY'S BUCKET-BY-BUCKET APPLICATION
       01  SplitSub                 PIC 9(5) value zero.
       01  SplitPayAmount           PIC 9(6)V99 value zero.
       01  SplitRemaining           PIC 9(7)V99 value zero.
       01  SplitOrder               PIC X(6) value spaces.
       01  OrderTally               PIC 9 value zero.
       01  OrderLength              PIC 9 value zero.
       01  BucketSub                PIC 9 value zero.
       01  ApplyAmount              PIC 9(6)V99 value zero.
       01  LateFeeOpen              PIC 9(6)V99 value zero.
       01  LateFeeRowOpen           PIC 9(4)V99 value zero.
       01  SplitToInterest          PIC 9(6)V99 value zero.
       01  SplitToPrincipal         PIC 9(6)V99 value zero.
       01  SplitToEscrow            PIC 9(6)V99 value zero.
       01  SplitToFee               PIC 9(6)V99 value zero.
       01  SplitToLateFee           PIC 9(6)V99 value zero.
       01  SplitToAdvance           PIC 9(6)V99 value zero.

      * CORPORATE ADVANCE MOVEMENTS AND THEIR GL PAIR
       copy "../shared/copybooks/advcall.cpy".
      * SIMPLE-INTEREST ACCRUAL JOURNAL MOVEMENTS ON EITHER SIDE
       copy "../shared/copybooks/siacall.cpy".
       01  UnwoundInterest          PIC 9(6)V99 value zero.
       01  UnwoundPrincipal         PIC 9(6)V99 value zero.
       01  SimpleAccount            PIC X(10) value spaces.
       01  SimpleDueSub             PIC 9(5) value zero.
       01  SimpleDueDate            PIC X(10) value spaces.
       01  ScheduledPI              PIC 9(7)V99 value zero.
       01  SimpleInterestFlag       PIC X value "N".
           88  SimpleInterestLoan   value "Y".
       01  UnwoundAdvance           PIC 9(6)V99 value zero.
       01  AdvanceGLAccount         PIC X(10) value spaces.
       01  AdvanceGLAmount          PIC 9(7)V99 value zero.
       01  AdvanceGLDebit           PIC X(4) value spaces.
       01  AdvanceGLCredit          PIC X(4) value spaces.

       01  CHART-OF-ACCOUNTS.
           05  ChartEntry occurs 50 times.
               10  COA-PostType     PIC X(4).
               10  COA-AcctNo       PIC X(8).
               10  COA-AcctName     PIC X(24).
       01  ChartCount               PIC 99 value zero.
       01  ChartSub                 PIC 99 value zero.
       01  GLPostType               PIC X(4) value spaces.
       01  eof-chart-file           PIC X value "N".
           88  eof-chart            value "Y".

       01  RequestFileStatus        PIC XX value spaces.
       01  StatusFileStatus         PIC XX value spaces.
       01  LoanMasterStatus         PIC XX value spaces.
       01  LoanMasterOpenFlag       PIC X value "N".
           88  LoanMasterIsOpen     value "Y".

       01  eof-request-file         PIC X value "N".
           88  eof-request          value "Y".
       01  eof-status-file          PIC X value "N".
           88  eof-status           value "Y".
       01  eof-history-file         PIC X value "N".
           88  eof-history          value "Y".
       01  eof-suspense-file        PIC X value "N".
           88  eof-suspense         value "Y".
       01  eof-apprule-file         PIC X value "N".
           88  eof-apprule          value "Y".
       01  eof-latefee-file         PIC X value "N".
           88  eof-latefee          value "Y".

       01  RejectReason             PIC X(40) value spaces.
       01  MasterCheckAccount       PIC X(10) value spaces.
       01  MasterReason             PIC X(30) value spaces.
       01  SourcePeriod             PIC 9(4) value zero.
       01  TargetPeriod             PIC 9(4) value zero.
       01  SourceAction             PIC X(30) value spaces.
       01  TargetAction             PIC X(30) value spaces.
       01  NoteAccount              PIC X(10) value spaces.
       01  NoteText                 PIC X(100) value spaces.

       01  TransfersApplied         PIC 9(5) value zero.
       01  TransfersRejected        PIC 9(5) value zero.
       01  TotalTransferred         PIC 9(8)V99 value zero.

       01  Disp-Amount              PIC $$$,$$$,$$9.99.
       01  Disp-Total               PIC $$$,$$$,$$9.99.

       01  TodayDate                PIC X(10) value spaces.

       01  CURRENT-DATE-AND-TIME.
           05 CDT-Year              PIC 9(4).
           05 CDT-Month             PIC 9(2).
           05 CDT-Day               PIC 9(2).
           05 FILLER                PIC X(13).
       01  CDT-Stamp redefines CURRENT-DATE-AND-TIME.
           05 CDT-StampDigits       PIC X(14).
           05 FILLER                PIC X(7).

       01  msg                      PIC X(150) value spaces.
       01  LogSeverity              PIC X(5) value spaces.
       01  SharedLogFilePath        PIC X(60) value
               "shared\logs\activity.log".
       01  LogProgramName           PIC X(14) value "PMTXFER".
       01  LogAction                PIC X value "W".
           88  LogActionClose       value "C".

       PROCEDURE DIVISION.
       0000-MainDriver.
           move function CURRENT-DATE to CURRENT-DATE-AND-TIME.
           move spaces to TodayDate.
           string CDT-Month "/" CDT-Day "/" CDT-Year into TodayDate.

           open input TransferRequestFile.
           if RequestFileStatus not = "00"
               display "PMTXFER - no transfer file at "
                   "LoanPayments\pmttransfers.txt, status "
                   RequestFileStatus
               perform 9000-CloseLog
               stop run
           end-if.

           perform 1000-LoadStatus.
           perform 1200-LoadSuspense.
           perform 1300-LoadAppRules.
           perform 1400-LoadLateFees.
           perform 1500-LoadChart.

           open input LoanMasterFile.
           if LoanMasterStatus = "00"
               set LoanMasterIsOpen to true
           else
               string "No loan master at "
                   "shared\data\loanmaster.dat status "
                   LoanMasterStatus
                   " - loan status cannot be checked" into msg
               move "WARN " to LogSeverity
               perform 8000-Logs
           end-if.

           open extend ServicingNotesFile.
           open output TransferRegisterFile.
           move spaces to TransferLine.
           string "Misapplied Payment Transfer Register  run "
                  TodayDate into TransferLine.
           write TransferLine.
           move spaces to TransferLine.
           string "Side  Account     Period  Paid Date   Amount"
                  "          Other acct  Operator    Action"
               into TransferLine.
           write TransferLine.

           read TransferRequestFile
               at end set eof-request to true
           end-read.
           perform until eof-request
               perform 2000-TransferOnePayment
               read TransferRequestFile
                   at end set eof-request to true
               end-read
           end-perform.
           close TransferRequestFile.

           move TotalTransferred to Disp-Total.
           move spaces to TransferLine.
           write TransferLine.
           move spaces to TransferLine.
           string "Transferred " TransfersApplied
                  "  Refused " TransfersRejected
                  "  Total moved " Disp-Total
                  into TransferLine.
           write TransferLine.
           close TransferRegisterFile.
           close ServicingNotesFile.
           if LoanMasterIsOpen
               close LoanMasterFile
           end-if.

           perform 4000-RewriteStatus.
           perform 4500-RewriteSuspense.
           perform 4600-RewriteLateFees.

      * the transfer file has been consumed - a rerun must not move
      * the same payments twice
           call "C$DELETE" using "LoanPayments\pmttransfers.txt", 0.

           display "PMTXFER transferred " TransfersApplied
               " refused " TransfersRejected.

           string "END. Transferred " TransfersApplied
               " refused " TransfersRejected
               " total " TotalTransferred into msg.
           perform 8000-Logs.
           perform 9000-CloseLog.

           stop run.

       1000-LoadStatus.
           open input PaymentStatusFile.
           if StatusFileStatus not = "00"
               string "No payment status file at "
                   "shared\data\paymentstatus.txt status "
                   StatusFileStatus into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
               display "PMTXFER - no payment status file, status "
                   StatusFileStatus
               perform 9000-CloseLog
               stop run
           end-if.
           read PaymentStatusFile
               at end set eof-status to true
           end-read.
           perform until eof-status
               if StatusCount < 20000
                   add 1 to StatusCount
                   move PS-Account to ST-Account(StatusCount)
                   move PS-Period to ST-Period(StatusCount)
                   move PS-DueDate to ST-DueDate(StatusCount)
                   move PS-AmountDue to ST-AmountDue(StatusCount)
                   move PS-PrincipalDue to ST-PrincipalDue(StatusCount)
                   move PS-InterestDue to ST-InterestDue(StatusCount)
                   move PS-EscrowDue to ST-EscrowDue(StatusCount)
                   move PS-FeeDue to ST-FeeDue(StatusCount)
                   move PS-PaidDate to ST-PaidDate(StatusCount)
                   move PS-PaidAmount to ST-PaidAmount(StatusCount)
                   move PS-OverShort to ST-OverShort(StatusCount)
                   move PS-Status to ST-Status(StatusCount)
               end-if
               read PaymentStatusFile
                   at end set eof-status to true
               end-read
           end-perform.
           close PaymentStatusFile.

       1200-LoadSuspense.
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

       1300-LoadAppRules.
           open input AppRuleFile.
           read AppRuleFile
               at end set eof-apprule to true
           end-read.
           perform until eof-apprule
               if AppRuleCount < 100
                   add 1 to AppRuleCount
                   move RAP-Account to APR-Account(AppRuleCount)
                   move RAP-Order to APR-Order(AppRuleCount)
                   if RAP-Account = "DEFAULT"
                       move AppRuleCount to DefaultAppRuleSub
                   end-if
               end-if
               read AppRuleFile
                   at end set eof-apprule to true
               end-read
           end-perform.
           close AppRuleFile.

       1400-LoadLateFees.
           open input LateFeeRegister.
           read LateFeeRegister
               at end set eof-latefee to true
           end-read.
           perform until eof-latefee
               if LateFeeCount < 5000
                   add 1 to LateFeeCount
                   move LFR-Account to LF-Account(LateFeeCount)
                   move LFR-Period to LF-Period(LateFeeCount)
                   move LFR-AssessDate to LF-AssessDate(LateFeeCount)
                   move LFR-DueDate to LF-DueDate(LateFeeCount)
                   move LFR-PaidDate to LF-PaidDate(LateFeeCount)
                   move LFR-DaysLate to LF-DaysLate(LateFeeCount)
                   move LFR-FeeAmount to LF-FeeAmount(LateFeeCount)
                   move LFR-Basis to LF-Basis(LateFeeCount)
                   move LFR-RuleSource to LF-RuleSource(LateFeeCount)
      * rows written before paydown existed carry spaces here
                   if LFR-PaidAmt numeric
                       move LFR-PaidAmt to LF-PaidAmt(LateFeeCount)
                   else
                       move zero to LF-PaidAmt(LateFeeCount)
                   end-if
                   move LFR-WaivedFlag to LF-Waived(LateFeeCount)
                   move LFR-WaiveDate to LF-WaiveDate(LateFeeCount)
                   move LFR-WaiveReason to
                       LF-WaiveReason(LateFeeCount)
                   move LFR-WaiveOper to LF-WaiveOper(LateFeeCount)
               end-if
               read LateFeeRegister
                   at end set eof-latefee to true
               end-read
           end-perform.
           close LateFeeRegister.

      * BOTH SIDES ARE PROVED BEFORE EITHER IS TOUCHED - A TRANSFER
      * THAT CANNOT FINISH NEVER STARTS
       1500-LoadChart.
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

       2000-TransferOnePayment.
           move spaces to RejectReason.
           perform 2100-ValidateTransfer.
           if RejectReason not = spaces
               perform 2900-RefuseTransfer
               exit paragraph
           end-if.

           perform 3000-ReverseSource.
           perform 3500-ApplyTarget.

           add 1 to TransfersApplied.
           add PXR-Amount to TotalTransferred.

           move PXR-FromAccount to NoteAccount.
           move spaces to NoteText.
           string "PAYMENT TRANSFERRED OUT TO " PXR-ToAccount
                  " PAID " PXR-PaidDate " AMT " PXR-Amount
                  " - " PXR-Reason
                  into NoteText.
           perform 3900-WriteNote.
           move PXR-ToAccount to NoteAccount.
           move spaces to NoteText.
           string "PAYMENT TRANSFERRED IN FROM " PXR-FromAccount
                  " PAID " PXR-PaidDate " AMT " PXR-Amount
                  " - " PXR-Reason
                  into NoteText.
           perform 3900-WriteNote.

           string "TRANSFERRED " PXR-Amount " paid " PXR-PaidDate
               " from " PXR-FromAccount " period " SourcePeriod
               " to " PXR-ToAccount " period " TargetPeriod
               " by " PXR-Operator into msg.
           perform 8000-Logs.

       2100-ValidateTransfer.
           if PXR-Amount not numeric or PXR-Amount = zero
               move "NO TRANSFER AMOUNT" to RejectReason
               exit paragraph
           end-if.
           if PXR-FromAccount = PXR-ToAccount
               move "FROM AND TO ACCOUNT ARE THE SAME" to RejectReason
               exit paragraph
           end-if.
           if PXR-Operator = spaces
               move "NO OPERATOR ON REQUEST" to RejectReason
               exit paragraph
           end-if.

      * the source posting - a paid period with exactly this date and
      * amount (NSFUNWIND's match), else money held in suspense
           move zero to SourceSub.
           move zero to SourceSuspenseSub.
           move 1 to StatusSub.
           perform until StatusSub > StatusCount
               if ST-Account(StatusSub) = PXR-FromAccount
                   and ST-Paid(StatusSub)
                   and ST-PaidDate(StatusSub) = PXR-PaidDate
                   and ST-PaidAmount(StatusSub) = PXR-Amount
                   move StatusSub to SourceSub
                   exit perform
               end-if
               add 1 to StatusSub
           end-perform.
           if SourceSub = zero
               move 1 to SuspenseSub
               perform until SuspenseSub > SuspenseCount
                   if SP-Account(SuspenseSub) = PXR-FromAccount
                       and SP-Balance(SuspenseSub) >= PXR-Amount
                       move SuspenseSub to SourceSuspenseSub
                       exit perform
                   end-if
                   add 1 to SuspenseSub
               end-perform
               if SourceSuspenseSub = zero
                   move "NO POSTING OR SUSPENSE ON SOURCE"
                       to RejectReason
                   exit paragraph
               end-if
           end-if.

           perform 3550-FindTargetPeriod.
           if TargetSub = zero
               move "TARGET HAS NO OPEN PERIOD" to RejectReason
               exit paragraph
           end-if.

           move PXR-FromAccount to MasterCheckAccount.
           perform 2200-CheckMaster.
           if MasterReason not = spaces
               string "SOURCE " MasterReason delimited by size
                   into RejectReason
               exit paragraph
           end-if.
           move PXR-ToAccount to MasterCheckAccount.
           perform 2200-CheckMaster.
           if MasterReason not = spaces
               string "TARGET " MasterReason delimited by size
                   into RejectReason
           end-if.

      * A LOAN THAT HAS LEFT THE BOOK (PAID OFF, CHARGED OFF, SOLD)
      * CANNOT HAVE ITS PAYMENT HISTORY MOVED BY THIS PROGRAM
       2200-CheckMaster.
           move spaces to MasterReason.
           if not LoanMasterIsOpen
               exit paragraph
           end-if.
           move MasterCheckAccount to LM-LoanAccount.
           read LoanMasterFile
               invalid key
                   move "LOAN NOT ON MASTER" to MasterReason
               not invalid key
                   evaluate true
                       when LM-StatusClosed
                           move "LOAN IS CLOSED" to MasterReason
                       when LM-StatusChargedOff
                           move "LOAN IS CHARGED OFF" to MasterReason
                       when LM-StatusTransferred
                           move "LOAN TRANSFERRED OUT"
                               to MasterReason
                   end-evaluate
           end-read.

       2900-RefuseTransfer.
           add 1 to TransfersRejected.
           move zero to SourcePeriod.
           move spaces to SourceAction.
           string "REFUSED - " RejectReason delimited by size
               into SourceAction.
           perform 2950-WriteSourceLine.

           string "REJECTED. Transfer of " PXR-Amount
               " paid " PXR-PaidDate " from " PXR-FromAccount
               " to " PXR-ToAccount " - " RejectReason into msg.
           move "ERROR" to LogSeverity.
           perform 8000-Logs.

       2950-WriteSourceLine.
           move PXR-Amount to Disp-Amount.
           move spaces to TransferLine.
           string "OUT   " PXR-FromAccount "  "
                  SourcePeriod "    "
                  PXR-PaidDate "  "
                  Disp-Amount "  "
                  PXR-ToAccount "  "
                  PXR-Operator "  "
                  SourceAction
                  into TransferLine.
           write TransferLine.
           move spaces to TransferLine.
           string "      reason " PXR-Reason into TransferLine.
           write TransferLine.

       2960-WriteTargetLine.
           move PXR-Amount to Disp-Amount.
           move spaces to TransferLine.
           string "IN    " PXR-ToAccount "  "
                  TargetPeriod "    "
                  PXR-PaidDate "  "
                  Disp-Amount "  "
                  PXR-FromAccount "  "
                  PXR-Operator "  "
                  TargetAction
                  into TransferLine.
           write TransferLine.

      * THE SOURCE SIDE IS NSFUNWIND'S REVERSAL WITHOUT THE RETURN -
      * THE PERIOD REOPENS, THE HISTORY ROW GOES, THE LATE-FEE MONEY
      * COMES BACK OFF THE CHARGES IT RETIRED
       3000-ReverseSource.
           if SourceSub = zero
               subtract PXR-Amount
                   from SP-Balance(SourceSuspenseSub)
               move PXR-FromAccount to SJR-Account
               move PXR-PaidDate to SJR-Date
               set SJR-TransferOut to true
               move PXR-Amount to SJR-Amount
               move zero to SJR-Period
               move SP-Balance(SourceSuspenseSub) to SJR-Balance
               perform 3950-WriteJournal
               move zero to SourcePeriod
               move "BACKED OUT of suspense" to SourceAction
               perform 2950-WriteSourceLine
               exit paragraph
           end-if.

           move ST-Period(SourceSub) to SourcePeriod.
           move "O" to ST-Status(SourceSub).
           move spaces to ST-PaidDate(SourceSub).
           move zero to ST-PaidAmount(SourceSub).
           move zero to ST-OverShort(SourceSub).

           perform 3100-PurgeHistoryRow.

           move "REOPENED period" to SourceAction.
           perform 2950-WriteSourceLine.

       3100-PurgeHistoryRow.
           move zero to UnwoundLateFee.
           move zero to UnwoundAdvance.
           move zero to UnwoundInterest.
           move zero to UnwoundPrincipal.
           move "N" to eof-history-file.
           open input PostedPaymentFile.
           open output PurgeWorkFile.
           read PostedPaymentFile
               at end set eof-history to true
           end-read.
           perform until eof-history
               if PPH-Account = PXR-FromAccount
                   and PPH-Period = SourcePeriod
                   and PPH-PaidDate = PXR-PaidDate
                   and PPH-PaidAmount = PXR-Amount
                   if PPH-ToLateFee numeric
                       move PPH-ToLateFee to UnwoundLateFee
                   else
                       move zero to UnwoundLateFee
                   end-if
                   if PPH-ToAdvance numeric
                       move PPH-ToAdvance to UnwoundAdvance
                   end-if
                   if PPH-ToInterest numeric
                       move PPH-ToInterest to UnwoundInterest
                   end-if
                   if PPH-ToPrincipal numeric
                       move PPH-ToPrincipal to UnwoundPrincipal
                   end-if
                   perform 3150-KeepReversedRow
               else
                   move spaces to PurgeWorkRecord
                   move PostedPaymentRecord to PurgeWorkRecord
                   write PurgeWorkRecord
               end-if
               read PostedPaymentFile
                   at end set eof-history to true
               end-read
           end-perform.
           close PostedPaymentFile.
           close PurgeWorkFile.

           call "C$DELETE" using "shared\data\postedpmts.txt", 0.
           call "C$COPY" using "shared\data\postedpmts.tmp",
               "shared\data\postedpmts.txt", 0.
           call "C$DELETE" using "shared\data\postedpmts.tmp", 0.

           if UnwoundLateFee > zero
               perform 3200-ReverseLateFeePaydown
           end-if.
           if UnwoundAdvance > zero
               perform 3300-ReopenSourceAdvances
           end-if.
           if UnwoundInterest > zero or UnwoundPrincipal > zero
               perform 3350-UnwindSourceSimple
           end-if.

      * THE MISAPPLIED ROW GOES ON THE REVERSED-POSTING HISTORY AS A
      * TRANSFER, NAMING THE LOAN IT MOVED TO
       3150-KeepReversedRow.
           move spaces to ReturnHistoryRecord.
           move PPH-Account to RTH-Account.
           move PPH-Period to RTH-Period.
           move PPH-PaidDate to RTH-PaidDate.
           move PPH-PaidAmount to RTH-Amount.
           move TodayDate to RTH-ReverseDate.
           set RTH-Transferred to true.
           move PXR-Reason to RTH-Reason.
           move PXR-ToAccount to RTH-OtherAccount.
           move zero to RTH-ToInterest RTH-ToPrincipal RTH-ToEscrow
               RTH-ToFee RTH-ToLateFee RTH-ToAdvance.
           if PPH-ToInterest numeric
               move PPH-ToInterest to RTH-ToInterest
           end-if.
           if PPH-ToPrincipal numeric
               move PPH-ToPrincipal to RTH-ToPrincipal
           end-if.
           if PPH-ToEscrow numeric
               move PPH-ToEscrow to RTH-ToEscrow
           end-if.
           if PPH-ToFee numeric
               move PPH-ToFee to RTH-ToFee
           end-if.
           move UnwoundLateFee to RTH-ToLateFee.
           move UnwoundAdvance to RTH-ToAdvance.
           move LogProgramName to RTH-Source.
           open extend ReturnHistoryFile.
           write ReturnHistoryRecord.
           close ReturnHistoryFile.

       3200-ReverseLateFeePaydown.
           move LateFeeCount to LateFeeSub.
           perform until LateFeeSub < 1
               or UnwoundLateFee = zero
               if LF-Account(LateFeeSub) = PXR-FromAccount
                   and LF-Waived(LateFeeSub) not = "W"
                   and LF-PaidAmt(LateFeeSub) > zero
                   if LF-PaidAmt(LateFeeSub) > UnwoundLateFee
                       move UnwoundLateFee to LateFeeGiveBack
                   else
                       move LF-PaidAmt(LateFeeSub) to
                           LateFeeGiveBack
                   end-if
                   subtract LateFeeGiveBack from
                       LF-PaidAmt(LateFeeSub)
                   subtract LateFeeGiveBack from UnwoundLateFee
                   set LateFeeChanged to true
                   string "LATE FEE PAYDOWN REVERSED "
                       PXR-FromAccount
                       " period " LF-Period(LateFeeSub)
                       " amount " LateFeeGiveBack into msg
                   perform 8000-Logs
               end-if
               subtract 1 from LateFeeSub
           end-perform.

           if UnwoundLateFee > zero
               string "Late-fee reversal for " PXR-FromAccount
                   " left " UnwoundLateFee
                   " unapplied - register shows less paydown than"
                   " the history row carried" into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
           end-if.

      * THE ADVANCES THE MISAPPLIED POSTING RETIRED WERE NEVER THE
      * SOURCE BORROWER'S MONEY - THEY OPEN AGAIN, LATEST FIRST
       3300-ReopenSourceAdvances.
           move spaces to ADVANCE-CALL-AREA.
           set ADV-Unwind to true.
           move PXR-FromAccount to ADV-Account.
           move TodayDate to ADV-Date.
           move LogProgramName to ADV-Program.
           move UnwoundAdvance to ADV-Amount.
           call "shared\wrkmodule\ADVLEDGER" using ADVANCE-CALL-AREA
           end-call.

           if ADV-Applied < UnwoundAdvance
               string "Advance reversal for " PXR-FromAccount
                   " put back " ADV-Applied " of " UnwoundAdvance
                   " - the sub-ledger shows less collected than"
                   " the history row carried" into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
           end-if.

           move PXR-FromAccount to AdvanceGLAccount.
           move ADV-Applied to AdvanceGLAmount.
           move "ADVR" to AdvanceGLDebit.
           move "CASH" to AdvanceGLCredit.
           perform 3450-PostAdvancePair.

      * A SIMPLE-INTEREST SOURCE LOAN NEVER HAD THAT PAYMENT - ITS
      * PRINCIPAL IS OWED AGAIN AND ITS INTEREST UNPAID AGAIN ON THE
      * ACCRUAL JOURNAL
       3350-UnwindSourceSimple.
           move PXR-FromAccount to SimpleAccount.
           perform 3870-FindSimpleInterest.
           if not SimpleInterestLoan
               exit paragraph
           end-if.

           set SIC-Unwind to true.
           move TodayDate to SIC-Date.
           move UnwoundInterest to SIC-InterestPaid.
           move UnwoundPrincipal to SIC-PrincipalPaid.
           call "shared\wrkmodule\SIACCRUE"
               using SIMPLE-INTEREST-CALL-AREA
           end-call.

           string "SIMPLE INTEREST UNWOUND " PXR-FromAccount
               " principal " UnwoundPrincipal
               " interest " UnwoundInterest into msg.
           perform 8000-Logs.

      * ONE ADVANCE MOVEMENT'S GL PAIR, UNDER THE LOAN'S OWN COMPANY
       3450-PostAdvancePair.
           if AdvanceGLAmount = zero
               exit paragraph
           end-if.

           move spaces to LM-CompanyCode.
           if LoanMasterIsOpen
               move AdvanceGLAccount to LM-LoanAccount
               read LoanMasterFile
                   invalid key
                       move spaces to LM-CompanyCode
               end-read
           end-if.

           open extend GLWorkFile.
           move AdvanceGLDebit to GLPostType.
           perform 3460-MapGLAccount.
           move LogProgramName to GLW-Source.
           move TodayDate to GLW-Date.
           move AdvanceGLAccount to GLW-Account.
           move "DR" to GLW-DRCR.
           move AdvanceGLAmount to GLW-Amount.
           move LM-CompanyCode to GLW-Company.
           write GLWorkRecord.

           move AdvanceGLCredit to GLPostType.
           perform 3460-MapGLAccount.
           move LogProgramName to GLW-Source.
           move TodayDate to GLW-Date.
           move AdvanceGLAccount to GLW-Account.
           move "CR" to GLW-DRCR.
           move AdvanceGLAmount to GLW-Amount.
           move LM-CompanyCode to GLW-Company.
           write GLWorkRecord.
           close GLWorkFile.

           string "ADVANCES " AdvanceGLAccount " DR " AdvanceGLDebit
               " CR " AdvanceGLCredit " " AdvanceGLAmount into msg.
           perform 8000-Logs.

       3460-MapGLAccount.
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
               when "ADVR"
                   move "Advances Receivable" to GLW-AcctName
           end-evaluate.

      * THE TARGET SIDE IS POSTPAY'S POSTING, DATED WHEN THE BORROWER
      * REALLY PAID - FULL MONEY CLOSES THE EARLIEST OPEN PERIOD,
      * SHORT MONEY WAITS IN SUSPENSE AND RELEASES WHEN IT COVERS
       3500-ApplyTarget.
           perform 3550-FindTargetPeriod.
           move ST-Period(TargetSub) to TargetPeriod.

           move TargetSub to SimpleDueSub.
           move PXR-PaidDate to SimpleDueDate.
           perform 3850-SimpleInterestDue.

           if PXR-Amount < ST-AmountDue(TargetSub)
               perform 3700-FindTargetSuspense
               if SuspenseFound
                   add PXR-Amount to SP-Balance(SuspenseSub)
                   move PXR-PaidDate to SP-LastDate(SuspenseSub)
                   move PXR-ToAccount to SJR-Account
                   move PXR-PaidDate to SJR-Date
                   set SJR-Held to true
                   move PXR-Amount to SJR-Amount
                   move zero to SJR-Period
                   move SP-Balance(SuspenseSub) to SJR-Balance
                   perform 3950-WriteJournal
               end-if
               move zero to TargetPeriod
               move "HELD in suspense" to TargetAction
               perform 2960-WriteTargetLine
               perform 3750-ReleaseSuspense
               exit paragraph
           end-if.

           set ST-Paid(TargetSub) to true.
           move PXR-PaidDate to ST-PaidDate(TargetSub).
           move PXR-Amount to ST-PaidAmount(TargetSub).
           compute ST-OverShort(TargetSub) =
               PXR-Amount - ST-AmountDue(TargetSub).

           move TargetSub to SplitSub.
           move PXR-Amount to SplitPayAmount.
           perform 3600-SplitPayment.
           perform 3860-PostSimpleInterest.

           open extend PostedPaymentFile.
           move PXR-ToAccount to PPH-Account.
           move ST-Period(TargetSub) to PPH-Period.
           move PXR-PaidDate to PPH-PaidDate.
           move PXR-Amount to PPH-PaidAmount.
           move ST-OverShort(TargetSub) to PPH-OverShort.
           move SplitToInterest to PPH-ToInterest.
           move SplitToPrincipal to PPH-ToPrincipal.
           move SplitToEscrow to PPH-ToEscrow.
           move SplitToFee to PPH-ToFee.
           move SplitToLateFee to PPH-ToLateFee.
           move SplitToAdvance to PPH-ToAdvance.
           write PostedPaymentRecord.
           close PostedPaymentFile.

           move "POSTED to period" to TargetAction.
           perform 2960-WriteTargetLine.

           perform 3750-ReleaseSuspense.

       3550-FindTargetPeriod.
           move zero to TargetSub.
           move 1 to StatusSub.
           perform until StatusSub > StatusCount
               if ST-Account(StatusSub) = PXR-ToAccount
                   and ST-Open(StatusSub)
                   if TargetSub = zero
                       move StatusSub to TargetSub
                   else
                       if ST-Period(StatusSub) < ST-Period(TargetSub)
                           move StatusSub to TargetSub
                       end-if
                   end-if
               end-if
               add 1 to StatusSub
           end-perform.

       3600-SplitPayment.
           move zero to SplitToInterest.
           move zero to SplitToPrincipal.
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
                           move ST-InterestDue(SplitSub)
                               to ApplyAmount
                       else
                           move SplitRemaining to ApplyAmount
                       end-if
                       add ApplyAmount to SplitToInterest
                       subtract ApplyAmount from SplitRemaining
                   when "P"
                       if ST-PrincipalDue(SplitSub) < SplitRemaining
                           move ST-PrincipalDue(SplitSub)
                               to ApplyAmount
                       else
                           move SplitRemaining to ApplyAmount
                       end-if
                       add ApplyAmount to SplitToPrincipal
                       subtract ApplyAmount from SplitRemaining
                   when "E"
                       if ST-EscrowDue(SplitSub) < SplitRemaining
                           move ST-EscrowDue(SplitSub) to ApplyAmount
                       else
                           move SplitRemaining to ApplyAmount
                       end-if
                       add ApplyAmount to SplitToEscrow
                       subtract ApplyAmount from SplitRemaining
                   when "F"
                       if ST-FeeDue(SplitSub) < SplitRemaining
                           move ST-FeeDue(SplitSub) to ApplyAmount
                       else
                           move SplitRemaining to ApplyAmount
                       end-if
                       add ApplyAmount to SplitToFee
                       subtract ApplyAmount from SplitRemaining
                   when "L"
                       if LateFeeOpen < SplitRemaining
                           move LateFeeOpen to ApplyAmount
                       else
                           move SplitRemaining to ApplyAmount
                       end-if
                       add ApplyAmount to SplitToLateFee
                       subtract ApplyAmount from SplitRemaining
                       perform 3690-PayDownLateFees
                   when "A"
                       if SplitRemaining > zero
                           perform 3695-CollectAdvances
                       end-if
                   when other
                       continue
               end-evaluate
               add 1 to BucketSub
           end-perform.

           if SplitRemaining > zero
               add SplitRemaining to SplitToPrincipal
               move zero to SplitRemaining
           end-if.

       3650-FindAppRule.
           move "N" to AppRuleFoundFlag.
           move 1 to AppRuleSub.
           perform until AppRuleSub > AppRuleCount
               if APR-Account(AppRuleSub) = ST-Account(SplitSub)
                   set AppRuleFound to true
                   exit perform
               end-if
               add 1 to AppRuleSub
           end-perform.

           if not AppRuleFound and DefaultAppRuleSub > zero
               move DefaultAppRuleSub to AppRuleSub
               set AppRuleFound to true
           end-if.

           if AppRuleFound
               move APR-Order(AppRuleSub) to SplitOrder
           else
               move "IPEFLA" to SplitOrder
           end-if.

      * a rule that does not name advances collects them last
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
           move zero to LateFeeOpen.
           move 1 to LateFeeSub.
           perform LateFeeCount times
               if LF-Account(LateFeeSub) = ST-Account(SplitSub)
                   and LF-Waived(LateFeeSub) not = "W"
                   and LF-FeeAmount(LateFeeSub)
                       > LF-PaidAmt(LateFeeSub)
                   compute LateFeeOpen = LateFeeOpen
                       + LF-FeeAmount(LateFeeSub)
                       - LF-PaidAmt(LateFeeSub)
               end-if
               add 1 to LateFeeSub
           end-perform.

       3690-PayDownLateFees.
           move 1 to LateFeeSub.
           perform until LateFeeSub > LateFeeCount
               or ApplyAmount = zero
               if LF-Account(LateFeeSub) = ST-Account(SplitSub)
                   and LF-Waived(LateFeeSub) not = "W"
                   and LF-FeeAmount(LateFeeSub)
                       > LF-PaidAmt(LateFeeSub)
                   compute LateFeeRowOpen =
                       LF-FeeAmount(LateFeeSub)
                       - LF-PaidAmt(LateFeeSub)
                   if LateFeeRowOpen > ApplyAmount
                       move ApplyAmount to LateFeeRowOpen
                   end-if
                   add LateFeeRowOpen to LF-PaidAmt(LateFeeSub)
                   subtract LateFeeRowOpen from ApplyAmount
                   set LateFeeChanged to true
               end-if
               add 1 to LateFeeSub
           end-perform.

      * THE TARGET'S OPEN RECOVERABLE ADVANCES, OLDEST FIRST, WITH
      * THE COLLECTION'S GL PAIR POSTED ON THE SPOT
       3695-CollectAdvances.
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

           move ST-Account(SplitSub) to AdvanceGLAccount.
           move ADV-Applied to AdvanceGLAmount.
           move "CASH" to AdvanceGLDebit.
           move "ADVR" to AdvanceGLCredit.
           perform 3450-PostAdvancePair.

       3700-FindTargetSuspense.
           move "N" to SuspenseFoundFlag.
           move 1 to SuspenseSub.
           perform until SuspenseSub > SuspenseCount
               if SP-Account(SuspenseSub) = PXR-ToAccount
                   set SuspenseFound to true
                   exit perform
               end-if
               add 1 to SuspenseSub
           end-perform.

           if not SuspenseFound
               if SuspenseCount < 2000
                   add 1 to SuspenseCount
                   move SuspenseCount to SuspenseSub
                   move PXR-ToAccount to SP-Account(SuspenseSub)
                   move zero to SP-Balance(SuspenseSub)
                   move spaces to SP-LastDate(SuspenseSub)
                   set SuspenseFound to true
               else
                   string "Suspense table full at 2000 - transfer to "
                       PXR-ToAccount " could not be held" into msg
                   move "ERROR" to LogSeverity
                   perform 8000-Logs
               end-if
           end-if.

      * WHATEVER THE TARGET NOW HOLDS IN SUSPENSE CLEARS AS MANY OPEN
      * PERIODS AS IT COVERS, EARLIEST FIRST - POSTPAY'S RELEASE RULE
       3750-ReleaseSuspense.
           perform 3700-FindTargetSuspense.
           if not SuspenseFound or SP-Balance(SuspenseSub) = zero
               exit paragraph
           end-if.

           perform until SP-Balance(SuspenseSub) = zero
               perform 3550-FindTargetPeriod
               move TargetSub to ReleaseSub
               if ReleaseSub = zero
                   exit perform
               end-if
               move ReleaseSub to SimpleDueSub
               move SP-LastDate(SuspenseSub) to SimpleDueDate
               perform 3850-SimpleInterestDue
               if SP-Balance(SuspenseSub)
                       < ST-AmountDue(ReleaseSub)
                   exit perform
               end-if
               perform 3800-ReleaseOnePeriod
           end-perform.

       3800-ReleaseOnePeriod.
           set ST-Paid(ReleaseSub) to true.
           move SP-LastDate(SuspenseSub) to ST-PaidDate(ReleaseSub).
           move ST-AmountDue(ReleaseSub) to ST-PaidAmount(ReleaseSub).
           move zero to ST-OverShort(ReleaseSub).
           subtract ST-AmountDue(ReleaseSub)
               from SP-Balance(SuspenseSub).

           move ST-Account(ReleaseSub) to SJR-Account.
           move SP-LastDate(SuspenseSub) to SJR-Date.
           set SJR-Released to true.
           move ST-AmountDue(ReleaseSub) to SJR-Amount.
           move ST-Period(ReleaseSub) to SJR-Period.
           move SP-Balance(SuspenseSub) to SJR-Balance.
           perform 3950-WriteJournal.

           move ReleaseSub to SplitSub.
           move ST-AmountDue(ReleaseSub) to SplitPayAmount.
           perform 3600-SplitPayment.
           perform 3860-PostSimpleInterest.

           open extend PostedPaymentFile.
           move ST-Account(ReleaseSub) to PPH-Account.
           move ST-Period(ReleaseSub) to PPH-Period.
           move ST-PaidDate(ReleaseSub) to PPH-PaidDate.
           move ST-PaidAmount(ReleaseSub) to PPH-PaidAmount.
           move zero to PPH-OverShort.
           move SplitToInterest to PPH-ToInterest.
           move SplitToPrincipal to PPH-ToPrincipal.
           move SplitToEscrow to PPH-ToEscrow.
           move SplitToFee to PPH-ToFee.
           move SplitToLateFee to PPH-ToLateFee.
           move SplitToAdvance to PPH-ToAdvance.
           write PostedPaymentRecord.
           close PostedPaymentFile.

           move ST-Period(ReleaseSub) to TargetPeriod.
           move "RELEASED from suspense" to TargetAction.
           perform 2960-WriteTargetLine.

           string "RELEASED " ST-Account(ReleaseSub)
               " period " ST-Period(ReleaseSub)
               " from suspense - remaining balance "
               SP-Balance(SuspenseSub) into msg.
           perform 8000-Logs.

      * A SIMPLE-INTEREST TARGET PERIOD OWES THE INTEREST EARNED FROM
      * THE PAID-THROUGH DATE TO THE ORIGINAL PAID DATE - POSTPAY'S
      * RULE: THE BILLED INSTALLMENT STAYS, PRINCIPAL TAKES THE REST
       3850-SimpleInterestDue.
           move ST-Account(SimpleDueSub) to SimpleAccount.
           perform 3870-FindSimpleInterest.
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

      * THE SPLIT IS WHAT THE TARGET ACTUALLY GOT - ITS ACCRUAL JOURNAL
      * IS PAID THROUGH THE ORIGINAL PAID DATE. POSTPAY'S NEXT RUN
      * RE-DRAWS THE OPEN PERIODS AND MOVES THE MASTER BALANCE.
       3860-PostSimpleInterest.
           move ST-Account(SplitSub) to SimpleAccount.
           perform 3870-FindSimpleInterest.
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

      * READS SimpleAccount OFF THE MASTER AND, FOR A SIMPLE-INTEREST
      * LOAN, LOADS ITS TERMS INTO A FRESH SIACCRUE CALL AREA
       3870-FindSimpleInterest.
           move "N" to SimpleInterestFlag.
           if not LoanMasterIsOpen
               exit paragraph
           end-if.
           move SimpleAccount to LM-LoanAccount.
           read LoanMasterFile
               invalid key
                   exit paragraph
           end-read.
           if not LM-SimpleInterest
               exit paragraph
           end-if.
           set SimpleInterestLoan to true.

           initialize SIMPLE-INTEREST-CALL-AREA.
           move SimpleAccount to SIC-Account.
           move LogProgramName to SIC-Program.
           move LM-AnnualRate to SIC-Rate.
           move LM-DayCountMethod to SIC-DayCount.
           move LM-CurrentBalance to SIC-StartBalance.
           move LM-LoanDate to SIC-StartDate.

       3950-WriteJournal.
           move LogProgramName to SJR-Source.
           open extend SuspenseJournalFile.
           write SuspenseJournalRecord.
           close SuspenseJournalFile.
           move spaces to SuspenseJournalRecord.

       3900-WriteNote.
           move spaces to ServicingNoteRecord.
           move NoteAccount to SVN-Account.
           move CDT-StampDigits to SVN-Stamp.
           move PXR-Operator to SVN-Operator.
           move "PT" to SVN-Category.
           move NoteText to SVN-Text.
           write ServicingNoteRecord.

       4000-RewriteStatus.
           open output PaymentStatusFile.
           move 1 to StatusSub.
           perform StatusCount times
               move ST-Account(StatusSub) to PS-Account
               move ST-Period(StatusSub) to PS-Period
               move ST-DueDate(StatusSub) to PS-DueDate
               move ST-AmountDue(StatusSub) to PS-AmountDue
               move ST-PrincipalDue(StatusSub) to PS-PrincipalDue
               move ST-InterestDue(StatusSub) to PS-InterestDue
               move ST-EscrowDue(StatusSub) to PS-EscrowDue
               move ST-FeeDue(StatusSub) to PS-FeeDue
               move ST-PaidDate(StatusSub) to PS-PaidDate
               move ST-PaidAmount(StatusSub) to PS-PaidAmount
               move ST-OverShort(StatusSub) to PS-OverShort
               move ST-Status(StatusSub) to PS-Status
               write PaymentStatusRecord
               add 1 to StatusSub
           end-perform.
           close PaymentStatusFile.

       4500-RewriteSuspense.
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

       4600-RewriteLateFees.
           if not LateFeeChanged
               exit paragraph
           end-if.
           open output LateFeeRegister.
           move 1 to LateFeeSub.
           perform LateFeeCount times
               move spaces to LateFeeRegisterRecord
               move LF-Account(LateFeeSub) to LFR-Account
               move LF-Period(LateFeeSub) to LFR-Period
               move LF-AssessDate(LateFeeSub) to LFR-AssessDate
               move LF-DueDate(LateFeeSub) to LFR-DueDate
               move LF-PaidDate(LateFeeSub) to LFR-PaidDate
               move LF-DaysLate(LateFeeSub) to LFR-DaysLate
               move LF-FeeAmount(LateFeeSub) to LFR-FeeAmount
               move LF-Basis(LateFeeSub) to LFR-Basis
               move LF-RuleSource(LateFeeSub) to LFR-RuleSource
               move LF-PaidAmt(LateFeeSub) to LFR-PaidAmt
               move LF-Waived(LateFeeSub) to LFR-WaivedFlag
               move LF-WaiveDate(LateFeeSub) to LFR-WaiveDate
               move LF-WaiveReason(LateFeeSub) to LFR-WaiveReason
               move LF-WaiveOper(LateFeeSub) to LFR-WaiveOper
               write LateFeeRegisterRecord
               add 1 to LateFeeSub
           end-perform.
           close LateFeeRegister.

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

       end program PMTXFER.
